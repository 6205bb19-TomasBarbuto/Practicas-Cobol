               88 REVISION-MODIFICACION VALUE "M".
           05 REVISION-OPERADOR-ID PIC X(6).
           05 REVISION-MOTIVO PIC X(40).
           05 REVISION-VALOR-ANTES PIC X(400).
           05 REVISION-VALOR-PROPUESTO PIC X(400).
           05 REVISION-ESTADO PIC X(01).
               88 REVISION-PENDIENTE VALUE "P".
               88 REVISION-APROBADA VALUE "A".

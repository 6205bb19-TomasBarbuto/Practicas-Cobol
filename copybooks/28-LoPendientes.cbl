               10 PENDIENTE-FECHA-EFECTO PIC 9(8).
               10 PENDIENTE-HORA-ALTA PIC 9(8).
           05 PENDIENTE-OPERADOR-ID PIC X(6).
           05 PENDIENTE-VALOR-PROPUESTO PIC X(400).
           05 PENDIENTE-ESTADO PIC X(01).
               88 PENDIENTE-EN-ESPERA VALUE "P".
               88 PENDIENTE-APLICADA VALUE "A".

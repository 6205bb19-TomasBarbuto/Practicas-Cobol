      *Definicion logica del seguimiento de bajas enviadas a
      *sistemas: una por empleado y fecha de baja, con la fecha
      *limite para desactivar sus cuentas, la transmision en que
      *salio y, cuando sistemas devuelve el acuse, la fecha en que
      *las desactivo. Estado P pendiente de acuse, D desactivada.
      *Se copia en la FILE SECTION de los programas de la BBDD.
       FD BAJAS-ACCESOS-ARCHIVO.
       01 BAJACC-REGISTRO.
           05 BAJACC-CLAVE.
               10 BAJACC-EMPLEADOS-ID PIC X(6).
               10 BAJACC-FECHA-BAJA PIC 9(8).
           05 BAJACC-DEPARTAMENTO PIC X(4).
           05 BAJACC-MOTIVO PIC X(2).
           05 BAJACC-FECHA-LIMITE PIC 9(8).
           05 BAJACC-FECHA-ENVIO PIC 9(8).
           05 BAJACC-SECUENCIA-ENVIO PIC 9(6).
           05 BAJACC-ESTADO PIC X(1).
               88 BAJACC-PENDIENTE VALUE "P".
               88 BAJACC-DESACTIVADA VALUE "D".
           05 BAJACC-FECHA-DESACTIVACION PIC 9(8).
           05 FILLER PIC X(20).

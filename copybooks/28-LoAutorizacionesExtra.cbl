      *Definicion logica del registro del archivo de autorizaciones
      *previas de horas extra: por empleado y fecha, las horas extra
      *que un supervisor aprobo, el motivo y quien las aprobo. La
      *nomina solo paga las horas extra del mes hasta la suma de lo
      *autorizado en sus fechas. Se copia en la FILE SECTION de los
      *programas de la BBDD.
       FD AUTORIZACIONES-EXTRA-ARCHIVO.
       01 AUTORIZACION-REGISTRO.
           05 AUTORIZACION-CLAVE.
               10 AUTORIZACION-EMPLEADOS-ID PIC X(6).
               10 AUTORIZACION-FECHA PIC 9(8).
           05 AUTORIZACION-HORAS PIC 9(2)V99.
           05 AUTORIZACION-MOTIVO PIC X(40).
           05 AUTORIZACION-OPERADOR-ID PIC X(6).
           05 AUTORIZACION-FECHA-ALTA PIC 9(8).

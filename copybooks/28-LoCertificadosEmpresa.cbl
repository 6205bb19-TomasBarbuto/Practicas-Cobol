      *Definicion logica del registro de certificados de empresa
      *emitidos: uno por baja tramitada, con la fecha de la primera
      *emision, la de la ultima reemision y el plazo legal de diez
      *dias naturales desde la baja, para poder acreditar que se
      *cumplio. Se copia en la FILE SECTION de los programas de la
      *BBDD.
       FD CERTIFICADOS-EMPRESA-ARCHIVO.
       01 CERTREG-REGISTRO.
           05 CERTREG-CLAVE.
               10 CERTREG-EMPLEADOS-ID PIC X(6).
               10 CERTREG-FECHA-BAJA PIC 9(8).
           05 CERTREG-MOTIVO PIC X(2).
           05 CERTREG-FECHA-LIMITE PIC 9(8).
           05 CERTREG-FECHA-EMISION PIC 9(8).
           05 CERTREG-HORA-EMISION PIC 9(8).
           05 CERTREG-OPERADOR-ID PIC X(6).
           05 CERTREG-EN-PLAZO PIC X(1).
               88 CERTREG-DENTRO-DE-PLAZO VALUE "S".
               88 CERTREG-FUERA-DE-PLAZO VALUE "N".
           05 CERTREG-FECHA-ULTIMA PIC 9(8).
           05 CERTREG-EMISIONES PIC 9(3).

      *Definicion logica del registro de cambios de cuenta bancaria:
      *cada vez que EMPLEADOS-BANCO-IBAN cambia de verdad queda aqui
      *el IBAN anterior y el nuevo, quien tecleo el cambio y por que
      *via (MO modificacion, RV revision aprobada, PE pendiente
      *aplicado). ORDENES-PAGO lo consulta para retener los pagos a
      *cuentas recien cambiadas y VERIFICACION-CUENTA anota aqui la
      *llamada de comprobacion al empleado. Se copia en la FILE
      *SECTION de los programas de la BBDD.
       FD CAMBIOS-CUENTA-ARCHIVO.
       01 CAMBIOCTA-REGISTRO.
           05 CAMBIOCTA-CLAVE.
               10 CAMBIOCTA-EMPLEADOS-ID PIC X(6).
               10 CAMBIOCTA-FECHA PIC 9(8).
               10 CAMBIOCTA-HORA PIC 9(8).
           05 CAMBIOCTA-IBAN-ANTES PIC X(24).
           05 CAMBIOCTA-IBAN-DESPUES PIC X(24).
           05 CAMBIOCTA-OPERADOR-ID PIC X(6).
           05 CAMBIOCTA-MOTIVO PIC X(2).
           05 CAMBIOCTA-VERIFICACION PIC X(1).
               88 CAMBIOCTA-SIN-VERIFICAR VALUE " ".
               88 CAMBIOCTA-VERIFICADO VALUE "V".
               88 CAMBIOCTA-RECHAZADO VALUE "R".
           05 CAMBIOCTA-VERIFICADOR-ID PIC X(6).
           05 CAMBIOCTA-FECHA-VERIFICACION PIC 9(8).

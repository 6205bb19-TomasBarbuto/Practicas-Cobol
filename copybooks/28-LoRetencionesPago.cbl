      *Definicion logica del archivo de pagos retenidos por cambio
      *de cuenta: la orden que ORDENES-PAGO o NOMINA-FUERA-CICLO no
      *mete en su remesa porque el IBAN del empleado cambio dentro
      *del plazo de cuarentena. Guarda la imagen de la orden (nomina
      *N, gastos G, repesca R o pago fuera de ciclo F) y el cambio
      *que la provoco. Estados: R retenida, L liberada tras la
      *llamada de comprobacion (sale en la siguiente remesa de
      *ORDENES-PAGO), E emitida, A anulada porque la cuenta no se
      *confirmo (el importe pasa a la repesca). Se copia en la FILE
      *SECTION de los programas de la BBDD.
       FD RETENCIONES-PAGO-ARCHIVO.
       01 RETPAGO-REGISTRO.
           05 RETPAGO-CLAVE.
               10 RETPAGO-EMPLEADOS-ID PIC X(6).
               10 RETPAGO-FECHA-RETENCION PIC 9(8).
               10 RETPAGO-TIPO PIC X(1).
                   88 RETPAGO-NOMINA VALUE "N".
                   88 RETPAGO-GASTOS VALUE "G".
                   88 RETPAGO-REPESCA VALUE "R".
                   88 RETPAGO-FUERA-CICLO VALUE "F".
           05 RETPAGO-IBAN PIC X(24).
           05 RETPAGO-TITULAR PIC X(25).
           05 RETPAGO-IMPORTE PIC 9(13).
           05 RETPAGO-FECHA-EJECUCION PIC 9(8).
           05 RETPAGO-CONCEPTO PIC X(35).
           05 RETPAGO-CAMBIO-FECHA PIC 9(8).
           05 RETPAGO-CAMBIO-HORA PIC 9(8).
           05 RETPAGO-CAMBIO-OPERADOR-ID PIC X(6).
           05 RETPAGO-IBAN-ANTERIOR PIC X(24).
           05 RETPAGO-ESTADO PIC X(1).
               88 RETPAGO-RETENIDA VALUE "R".
               88 RETPAGO-LIBERADA VALUE "L".
               88 RETPAGO-EMITIDA VALUE "E".
               88 RETPAGO-ANULADA VALUE "A".
           05 RETPAGO-VERIFICADOR-ID PIC X(6).
           05 RETPAGO-FECHA-VERIFICACION PIC 9(8).
           05 RETPAGO-FECHA-EMISION PIC 9(8).

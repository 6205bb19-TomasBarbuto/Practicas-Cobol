      *Definicion logica del archivo de ordenes de pago de nomina,
      *en columnas fijas: una linea de orden (tipo D) por empleado
      *con IBAN, titular, importe en centimos, fecha de ejecucion y
      *concepto de la transferencia, y una linea de total de remesa
      *(tipo T) con recuento de ordenes y suma de importes. A partir
      *de este archivo TRANSFERENCIAS-SEPA monta el fichero XML que
      *se envia al banco. Se copia en la FILE SECTION de los
      *programas de la BBDD.
       FD ORDENES-ARCHIVO.
       01 ORDEN-PAGO-REGISTRO.
           05 ORDEN-PAGO-TIPO PIC X(01).
           05 ORDEN-PAGO-IBAN PIC X(24).
           05 ORDEN-PAGO-TITULAR PIC X(25).
           05 ORDEN-PAGO-IMPORTE PIC 9(13).
           05 ORDEN-PAGO-FECHA-EJECUCION PIC 9(08).
           05 ORDEN-PAGO-CONCEPTO PIC X(35).
       01 ORDEN-REMESA-REGISTRO.
           05 ORDEN-REMESA-TIPO PIC X(01).
           05 ORDEN-REMESA-ORDENES PIC 9(09).
           05 ORDEN-REMESA-IMPORTE PIC 9(13).
           05 FILLER PIC X(89).

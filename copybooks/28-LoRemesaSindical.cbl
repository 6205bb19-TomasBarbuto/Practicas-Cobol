      *Definicion logica del archivo mensual de remesa de cuotas
      *sindicales, en columnas fijas al estilo de la remesa de
      *embargos: por cada sindicato una linea de transferencia
      *(tipo S) con su cuenta, recuento de afiliados e importe en
      *centimos, seguida de una linea de detalle (tipo D) por
      *afiliado con la cuota retenida; al final una linea de total
      *(tipo T) con el recuento de transferencias y la suma. Se
      *copia en la FILE SECTION de los programas de la BBDD.
       FD REMESA-SINDICAL-ARCHIVO.
       01 REMESA-SINDICAL-REGISTRO.
           05 REMESA-SINDICAL-TIPO PIC X(01).
               88 REMESA-SINDICAL-SINDICATO VALUE "S".
               88 REMESA-SINDICAL-DETALLE VALUE "D".
               88 REMESA-SINDICAL-TOTAL VALUE "T".
           05 REMESA-SINDICAL-CODIGO PIC X(04).
           05 REMESA-SINDICAL-ID PIC X(06).
           05 REMESA-SINDICAL-IMPORTE PIC 9(13).
           05 FILLER PIC X(63).
       01 REMESA-SINDICATO-REGISTRO.
           05 REMESA-SINDICATO-TIPO PIC X(01).
           05 REMESA-SINDICATO-CODIGO PIC X(04).
           05 REMESA-SINDICATO-IBAN PIC X(24).
           05 REMESA-SINDICATO-NOMBRE PIC X(30).
           05 REMESA-SINDICATO-AFILIADOS PIC 9(05).
           05 REMESA-SINDICATO-IMPORTE PIC 9(13).
           05 REMESA-SINDICATO-PERIODO PIC 9(06).
           05 FILLER PIC X(04).
       01 REMESA-SINDICAL-TOTAL-REGISTRO.
           05 REMESA-SINDICAL-TOTAL-TIPO PIC X(01).
           05 REMESA-SINDICAL-TOTAL-LINEAS PIC 9(09).
           05 REMESA-SINDICAL-TOTAL-IMPORTE PIC 9(13).
           05 FILLER PIC X(64).

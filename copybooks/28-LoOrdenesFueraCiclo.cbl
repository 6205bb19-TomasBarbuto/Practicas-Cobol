      *Definicion logica del archivo de ordenes de pago fuera de
      *ciclo, en columnas fijas: una cabecera (tipo C) con la
      *secuencia propia de la remesa, la fecha y el mes de pago y el
      *operador que la lanzo; una linea de orden (tipo D) por
      *empleado con el mismo formato que ORDENES_PAGO.TXT, y una
      *linea de total (tipo T) con recuento de ordenes, suma de
      *importes en centimos y la secuencia repetida. Se copia en la
      *FILE SECTION de los programas de la BBDD.
       FD ORDENES-FUERA-CICLO-ARCHIVO.
       01 ORDFC-REGISTRO.
           05 ORDFC-TIPO PIC X(01).
               88 ORDFC-CABECERA VALUE "C".
               88 ORDFC-DETALLE VALUE "D".
               88 ORDFC-TOTAL VALUE "T".
           05 ORDFC-ID PIC X(06).
           05 ORDFC-IBAN PIC X(24).
           05 ORDFC-TITULAR PIC X(25).
           05 ORDFC-IMPORTE PIC 9(13).
           05 ORDFC-FECHA-EJECUCION PIC 9(08).
           05 ORDFC-CONCEPTO PIC X(35).
       01 ORDFC-CABECERA-REGISTRO.
           05 ORDFC-CABECERA-TIPO PIC X(01).
           05 ORDFC-CABECERA-SECUENCIA PIC 9(06).
           05 ORDFC-CABECERA-FECHA PIC 9(08).
           05 ORDFC-CABECERA-ANIO-MES PIC 9(06).
           05 ORDFC-CABECERA-OPERADOR-ID PIC X(06).
           05 FILLER PIC X(85).
       01 ORDFC-TOTAL-REGISTRO.
           05 ORDFC-TOTAL-TIPO PIC X(01).
           05 ORDFC-TOTAL-ORDENES PIC 9(09).
           05 ORDFC-TOTAL-IMPORTE PIC 9(13).
           05 ORDFC-TOTAL-SECUENCIA PIC 9(06).
           05 FILLER PIC X(83).

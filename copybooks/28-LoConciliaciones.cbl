      *Definicion logica del registro de conciliaciones de nomina:
      *un registro por periodo (AAAAMM) con el resultado de la ultima
      *conciliacion a tres bandas entre resultados de nomina, apuntes
      *contables y ordenes de pago. Un supervisor la firma, cuadrada
      *o aceptando los descuadres que quedan; CIERRE-PERIODO no
      *cierra un periodo sin su conciliacion firmada. Se copia en la
      *FILE SECTION de los programas de la BBDD.
       FD CONCILIACIONES-ARCHIVO.
       01 CONCIL-REGISTRO.
           05 CONCIL-ANIO-MES PIC 9(06).
           05 CONCIL-ESTADO PIC X(01).
               88 CONCIL-FIRMADA VALUE "F".
               88 CONCIL-PENDIENTE VALUE "P".
           05 CONCIL-DESCUADRES PIC 9(05).
           05 CONCIL-EMPLEADOS PIC 9(05).
           05 CONCIL-TOTAL-NETO PIC 9(13).
           05 CONCIL-TOTAL-ORDENES PIC 9(13).
           05 CONCIL-TOTAL-BRUTO PIC 9(13).
           05 CONCIL-TOTAL-CONTABLE PIC 9(13).
           05 CONCIL-FECHA PIC 9(08).
           05 CONCIL-OPERADOR-ID PIC X(06).

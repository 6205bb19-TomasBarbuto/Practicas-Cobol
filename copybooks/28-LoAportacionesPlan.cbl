      *Definicion logica del archivo mensual de aportaciones al plan
      *de pensiones para la entidad gestora, en columnas fijas: una
      *linea de detalle (tipo D) por participe con su numero en la
      *gestora, NIF y las aportaciones del trabajador y de la
      *empresa del periodo en centimos, y una linea de control
      *(tipo T) con el recuento de participes y las sumas de cada
      *aportacion y de ambas. Se copia en la FILE SECTION de los
      *programas de la BBDD.
       FD APORTACIONES-PLAN-ARCHIVO.
       01 APORTACION-PLAN-REGISTRO.
           05 APORTACION-PLAN-TIPO PIC X(01).
               88 APORTACION-PLAN-DETALLE VALUE "D".
               88 APORTACION-PLAN-CONTROL VALUE "T".
           05 APORTACION-PLAN-PARTICIPE PIC X(12).
           05 APORTACION-PLAN-NIF PIC X(09).
           05 APORTACION-PLAN-ID PIC X(06).
           05 APORTACION-PLAN-PERIODO PIC 9(06).
           05 APORTACION-PLAN-TRABAJADOR PIC 9(13).
           05 APORTACION-PLAN-EMPRESA PIC 9(13).
           05 FILLER PIC X(20).
       01 APORTACION-PLAN-TOTAL-REGISTRO.
           05 APORTACION-PLAN-TOTAL-TIPO PIC X(01).
           05 APORTACION-PLAN-TOTAL-PERIODO PIC 9(06).
           05 APORTACION-PLAN-TOTAL-LINEAS PIC 9(09).
           05 APORTACION-PLAN-TOTAL-TRABAJADOR PIC 9(15).
           05 APORTACION-PLAN-TOTAL-EMPRESA PIC 9(15).
           05 APORTACION-PLAN-TOTAL-GENERAL PIC 9(15).
           05 FILLER PIC X(19).

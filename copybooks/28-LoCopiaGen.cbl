           05 COPIA-TIPO PIC X(01).
               88 COPIA-DETALLE VALUE "D".
               88 COPIA-COLA VALUE "T".
           05 COPIA-DATOS PIC X(400).
       01 COPIA-COLA-REGISTRO.
           05 COPIA-COLA-TIPO PIC X(01).
           05 COPIA-COLA-REGISTROS PIC 9(9).
           05 COPIA-COLA-SUMA-SALARIOS PIC 9(13).
           05 FILLER PIC X(376).

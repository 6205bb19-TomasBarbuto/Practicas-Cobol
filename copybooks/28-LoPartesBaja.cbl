      *Definicion logica de un parte medico de incapacidad temporal,
      *en columnas fijas. El empleado se identifica por su NIF y la
      *baja por su fecha de inicio, que repiten los partes de
      *confirmacion y de alta. PARTE-FECHA es la fecha prevista de
      *revision en los partes de baja y de confirmacion y la fecha
      *de alta (ultimo dia de baja) en los de alta. Las fechas son
      *AAAAMMDD. Se copia en la FILE SECTION de los programas de la
      *BBDD.
       FD PARTES-BAJA-ARCHIVO.
       01 PARTE-REGISTRO.
           05 PARTE-NIF PIC X(9).
           05 PARTE-TIPO PIC X(1).
               88 PARTE-INICIO VALUE "B".
               88 PARTE-CONFIRMACION VALUE "C".
               88 PARTE-FIN VALUE "A".
           05 PARTE-FECHA-BAJA PIC X(8).
           05 PARTE-FECHA PIC X(8).
           05 PARTE-NUMERO PIC X(12).

      *Definicion fisica del archivo de datos del ordenante de las
      *transferencias SEPA. Se copia en la FILE-CONTROL de los
      *programas de la BBDD.
       SELECT ORDENANTE-ARCHIVO
           ASSIGN TO "ORDENANTE_SEPA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDENANTE-ARCHIVO-STATUS.

      *Definicion fisica del archivo de reglas de segregacion de
      *funciones. Se copia en la FILE-CONTROL de los programas de
      *la BBDD.
       SELECT REGLAS-SEGREGACION-ARCHIVO
           ASSIGN TO "REGLAS_SEGREGACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGLAS-SEGREGACION-STATUS.

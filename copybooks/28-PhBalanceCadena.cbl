      *Definicion fisica del archivo de cifras de control que los
      *pasos de la cadena nocturna anotan al terminar. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT BALANCE-CADENA-ARCHIVO
           ASSIGN TO "BALANCE_CADENA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BALANCE-CADENA-STATUS.

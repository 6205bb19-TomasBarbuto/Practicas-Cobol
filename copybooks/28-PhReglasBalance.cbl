      *Definicion fisica de la tabla de reglas de balance de la
      *cadena nocturna. Se copia en la FILE-CONTROL de los programas
      *de la BBDD.
       SELECT REGLAS-BALANCE-ARCHIVO
           ASSIGN TO "REGLAS_BALANCE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGLAS-BALANCE-STATUS.

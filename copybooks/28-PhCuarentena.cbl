      *Definicion fisica del archivo de cuarentena de registros
      *huerfanos de los archivos satelite de empleados. Se copia en
      *la FILE-CONTROL de los programas de la BBDD.
       SELECT CUARENTENA-ARCHIVO
           ASSIGN TO "CUARENTENA_HUERFANOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUARENTENA-ARCHIVO-STATUS.

      *Definicion fisica del archivo de cifras del informe de coste
      *de empleo por departamento. Se copia en la FILE-CONTROL de
      *los programas de la BBDD.
       SELECT COSTE-EMPRESA-ARCHIVO
           ASSIGN TO "COSTE_EMPRESA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COSTE-EMPRESA-STATUS.

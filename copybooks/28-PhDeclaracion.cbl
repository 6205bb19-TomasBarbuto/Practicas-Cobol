      *Definicion fisica del extracto de la declaracion anual de
      *salarios para la agencia tributaria. El nombre esta en
      *DECLARACION-FICHERO para que cada empresa del grupo tenga su
      *propio extracto. Se copia en la FILE-CONTROL de los programas
      *de la BBDD.
       SELECT DECLARACION-ARCHIVO
           ASSIGN TO DECLARACION-FICHERO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DECLARACION-STATUS.

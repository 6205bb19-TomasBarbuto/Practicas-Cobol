      *Definicion fisica del catalogo de habilidades. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT HABILIDADES-ARCHIVO
           ASSIGN TO "HABILIDADES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HABILIDAD-CODIGO
           FILE STATUS IS HABILIDADES-STATUS.

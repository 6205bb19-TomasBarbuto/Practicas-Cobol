      *Definicion fisica del maestro de listas de distribucion de
      *informes. Se copia en la FILE-CONTROL de los programas de la
      *BBDD.
       SELECT DISTRIBUCION-ARCHIVO
           ASSIGN TO "DISTRIBUCION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISTRIBUCION-CLAVE
           FILE STATUS IS DISTRIBUCION-ARCHIVO-STATUS.

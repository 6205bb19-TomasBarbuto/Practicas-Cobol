      *Definicion fisica del archivo maestro de proyectos de
      *clientes. Se copia en la FILE-CONTROL de los programas de la
      *BBDD.
       SELECT PROYECTOS-ARCHIVO
           ASSIGN TO "PROYECTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROYECTO-CODIGO
           FILE STATUS IS PROYECTOS-ARCHIVO-STATUS.

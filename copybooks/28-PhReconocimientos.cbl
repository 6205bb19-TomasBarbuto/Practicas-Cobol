      *Definicion fisica del archivo de reconocimientos medicos de
      *los empleados. Se copia en la FILE-CONTROL de los programas
      *de la BBDD.
       SELECT RECONOCIMIENTOS-ARCHIVO
           ASSIGN TO "RECONOCIMIENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECONOC-CLAVE
           FILE STATUS IS RECONOCIMIENTOS-STATUS.

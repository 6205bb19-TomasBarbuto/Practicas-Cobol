      *Definicion fisica del archivo comun de excepciones que
      *alimentan los informes y que los supervisores trabajan desde
      *la cola de excepciones. Se copia en la FILE-CONTROL de los
      *programas de la BBDD.
       SELECT EXCEPCIONES-ARCHIVO
           ASSIGN TO "EXCEPCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXCEPCION-CLAVE
           FILE STATUS IS EXCEPCIONES-ARCHIVO-STATUS.

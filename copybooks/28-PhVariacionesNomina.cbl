      *Definicion fisica del registro de variaciones de nomina por
      *periodo. Se copia en la FILE-CONTROL de los programas de la
      *BBDD.
       SELECT VARIACIONES-NOMINA-ARCHIVO
           ASSIGN TO "VARIACIONES_NOMINA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VARNOM-CLAVE
           FILE STATUS IS VARIACIONES-NOMINA-STATUS.

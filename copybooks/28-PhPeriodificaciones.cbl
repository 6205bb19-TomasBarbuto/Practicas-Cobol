      *Definicion fisica del registro de periodificaciones de nomina.
      *Se copia en la FILE-CONTROL de los programas de la BBDD.
       SELECT PERIODIFICACIONES-ARCHIVO
           ASSIGN TO "PERIODIFICACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERIODIF-CLAVE
           FILE STATUS IS PERIODIFICACIONES-STATUS.

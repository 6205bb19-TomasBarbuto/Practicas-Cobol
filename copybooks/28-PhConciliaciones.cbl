      *Definicion fisica del registro de conciliaciones de nomina por
      *periodo. Se copia en la FILE-CONTROL de los programas de la
      *BBDD.
       SELECT CONCILIACIONES-ARCHIVO
           ASSIGN TO "CONCILIACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONCIL-ANIO-MES
           FILE STATUS IS CONCILIACIONES-STATUS.

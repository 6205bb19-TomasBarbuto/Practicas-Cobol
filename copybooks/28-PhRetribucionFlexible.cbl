      *Definicion fisica del archivo de elecciones de retribucion
      *flexible de los empleados. Se copia en la FILE-CONTROL de los
      *programas de la BBDD.
       SELECT RETRIBUCION-FLEXIBLE-ARCHIVO
           ASSIGN TO "RETRIBUCION_FLEXIBLE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RETFLEX-CLAVE
           FILE STATUS IS RETRIBUCION-FLEXIBLE-STATUS.

      *Definicion fisica del archivo de retribucion variable anual
      *(incentivos por evaluacion). Se copia en la FILE-CONTROL de
      *los programas de la BBDD.
       SELECT INCENTIVOS-ARCHIVO
           ASSIGN TO "INCENTIVOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INCENTIVO-CLAVE
           FILE STATUS IS INCENTIVOS-ARCHIVO-STATUS.

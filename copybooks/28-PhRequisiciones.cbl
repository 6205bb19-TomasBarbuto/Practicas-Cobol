      *Definicion fisica del archivo de requisiciones de seleccion.
      *Se copia en la FILE-CONTROL de los programas de la BBDD.
       SELECT REQUISICIONES-ARCHIVO
           ASSIGN TO "REQUISICIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REQUISICION-ID
           FILE STATUS IS REQUISICIONES-STATUS.

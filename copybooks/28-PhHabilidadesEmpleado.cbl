      *Definicion fisica del archivo de habilidades por empleado.
      *Se copia en la FILE-CONTROL de los programas de la BBDD.
       SELECT HABILIDADES-EMPLEADO-ARCHIVO
           ASSIGN TO "HABILIDADES_EMPLEADO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HABEMP-CLAVE
           FILE STATUS IS HABILIDADES-EMPLEADO-STATUS.

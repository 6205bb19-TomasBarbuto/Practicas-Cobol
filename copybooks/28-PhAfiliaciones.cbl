      *Definicion fisica del archivo de afiliaciones sindicales de
      *los empleados. Se copia en la FILE-CONTROL de los programas
      *de la BBDD.
       SELECT AFILIACIONES-ARCHIVO
           ASSIGN TO "AFILIACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFILIACION-CLAVE
           FILE STATUS IS AFILIACIONES-ARCHIVO-STATUS.

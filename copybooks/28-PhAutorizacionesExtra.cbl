      *Definicion fisica del archivo de autorizaciones previas de
      *horas extra. Se copia en la FILE-CONTROL de los programas de
      *la BBDD.
       SELECT AUTORIZACIONES-EXTRA-ARCHIVO
           ASSIGN TO "AUTORIZACIONES_HEXTRA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUTORIZACION-CLAVE
           FILE STATUS IS AUTORIZACIONES-EXTRA-STATUS.

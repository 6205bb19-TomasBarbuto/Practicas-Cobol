      *Definicion fisica del registro de documentos recibidos de
      *cada empleado. Se copia en la FILE-CONTROL de los programas
      *de la BBDD.
       SELECT DOCUMENTOS-ARCHIVO
           ASSIGN TO "DOCUMENTOS_EMPLEADO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOCUMENTO-CLAVE
           FILE STATUS IS DOCUMENTOS-ARCHIVO-STATUS.

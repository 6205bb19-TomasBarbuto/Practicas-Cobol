      *Definicion fisica del archivo de seguimiento de avisos a los
      *responsables de departamento. Se copia en la FILE-CONTROL de
      *los programas de la BBDD.
       SELECT NOTIFICACIONES-ARCHIVO
           ASSIGN TO "NOTIFICACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTIF-CLAVE
           FILE STATUS IS NOTIFICACIONES-ARCHIVO-STATUS.

      *Definicion fisica del archivo de avisos salientes que recoge
      *la pasarela de correo. Se copia en la FILE-CONTROL de los
      *programas de la BBDD.
       SELECT NOTIF-SALIDA-ARCHIVO
           ASSIGN TO "NOTIFICACIONES_SALIDA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTIF-SALIDA-STATUS.

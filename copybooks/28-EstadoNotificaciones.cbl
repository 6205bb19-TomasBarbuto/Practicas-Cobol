      *Campo de FILE STATUS del archivo de seguimiento de avisos.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  NOTIFICACIONES-ARCHIVO-STATUS PIC X(2).

      *Campo de FILE STATUS del archivo de avisos salientes. Se
      *copia en la WORKING-STORAGE de los programas de la BBDD.
       01  NOTIF-SALIDA-STATUS PIC X(2).

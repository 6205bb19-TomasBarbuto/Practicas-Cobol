      *Campo de FILE STATUS del archivo de complementos salariales.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  COMPLEMENTOS-ARCHIVO-STATUS PIC X(2).

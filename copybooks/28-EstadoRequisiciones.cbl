      *Campo de FILE STATUS del archivo de requisiciones de
      *seleccion. Se copia en la WORKING-STORAGE de los programas de
      *la BBDD.
       01  REQUISICIONES-STATUS PIC X(2).

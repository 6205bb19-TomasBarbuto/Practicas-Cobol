      *Campo de FILE STATUS del maestro de listas de distribucion.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  DISTRIBUCION-ARCHIVO-STATUS PIC X(2).

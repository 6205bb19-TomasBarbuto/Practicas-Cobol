      *Campo de FILE STATUS del archivo de datos del ordenante.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  ORDENANTE-ARCHIVO-STATUS PIC X(2).

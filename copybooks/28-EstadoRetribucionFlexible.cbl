      *Campo de FILE STATUS del archivo de elecciones de retribucion
      *flexible. Se copia en la WORKING-STORAGE de los programas de
      *la BBDD.
       01  RETRIBUCION-FLEXIBLE-STATUS PIC X(2).

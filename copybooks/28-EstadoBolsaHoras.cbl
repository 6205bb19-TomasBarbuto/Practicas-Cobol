      *Campo de FILE STATUS del archivo de bolsa de horas. Se copia
      *en la WORKING-STORAGE de los programas de la BBDD.
       01  BOLSA-HORAS-STATUS PIC X(2).

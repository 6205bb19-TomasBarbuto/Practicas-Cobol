      *Campo de FILE STATUS del archivo de bajas medicas.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  BAJAS-MEDICAS-STATUS PIC X(2).

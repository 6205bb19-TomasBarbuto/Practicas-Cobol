      *Campo de FILE STATUS del archivo de horas extra retenidas.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  HORAS-RETENIDAS-STATUS PIC X(2).

      *Campo de FILE STATUS del archivo de remesa de cuotas
      *sindicales. Se copia en la WORKING-STORAGE de los programas
      *de la BBDD.
       01  REMESA-SINDICAL-STATUS PIC X(2).

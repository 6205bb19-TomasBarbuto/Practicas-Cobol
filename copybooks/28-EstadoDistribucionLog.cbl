      *Campo de FILE STATUS del registro de envios de informes.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  DISTRIBUCION-LOG-STATUS PIC X(2).

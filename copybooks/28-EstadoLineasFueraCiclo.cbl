      *Campo de FILE STATUS del archivo de lineas de pago fuera de
      *ciclo. Se copia en la WORKING-STORAGE de los programas de la
      *BBDD.
       01  LINEAS-FUERA-CICLO-STATUS PIC X(2).

      *Campo de FILE STATUS del archivo de pagos fuera de ciclo.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  PAGOS-FUERA-CICLO-STATUS PIC X(2).

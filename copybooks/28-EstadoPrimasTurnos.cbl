      *Campo de FILE STATUS del archivo mensual de primas por turnos.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  PRIMAS-TURNOS-STATUS PIC X(2).

      *Campo de FILE STATUS del archivo de partes medicos rechazados.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  RECHAZOS-PARTES-STATUS PIC X(2).

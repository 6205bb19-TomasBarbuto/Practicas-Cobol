      *Campo de FILE STATUS del archivo diario de partes medicos.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  PARTES-BAJA-STATUS PIC X(2).

      *Campo de FILE STATUS del archivo de habilidades por empleado.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  HABILIDADES-EMPLEADO-STATUS PIC X(2).

      *Campo de FILE STATUS del registro de conciliaciones de nomina.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  CONCILIACIONES-STATUS PIC X(2).

      *Campo de FILE STATUS del registro de variaciones de nomina.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  VARIACIONES-NOMINA-STATUS PIC X(2).

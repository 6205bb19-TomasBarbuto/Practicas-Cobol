      *Campo de FILE STATUS del registro de periodificaciones de
      *nomina. Se copia en la WORKING-STORAGE de los programas de la
      *BBDD.
       01  PERIODIFICACIONES-STATUS PIC X(2).

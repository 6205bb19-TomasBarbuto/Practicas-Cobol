      *Campo de FILE STATUS del archivo de autorizaciones de horas
      *extra. Se copia en la WORKING-STORAGE de los programas de la
      *BBDD.
       01  AUTORIZACIONES-EXTRA-STATUS PIC X(2).

      *Campo de FILE STATUS del archivo de cifras de control de la
      *cadena nocturna. Se copia en la WORKING-STORAGE de los
      *programas de la BBDD.
       01  BALANCE-CADENA-STATUS PIC X(2).

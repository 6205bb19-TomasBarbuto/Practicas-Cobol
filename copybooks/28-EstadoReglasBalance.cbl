      *Campo de FILE STATUS de la tabla de reglas de balance de la
      *cadena nocturna. Se copia en la WORKING-STORAGE de los
      *programas de la BBDD.
       01  REGLAS-BALANCE-STATUS PIC X(2).

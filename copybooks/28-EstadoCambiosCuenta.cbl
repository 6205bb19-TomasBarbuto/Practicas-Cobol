      *Campo de FILE STATUS del registro de cambios de cuenta
      *bancaria. Se copia en la WORKING-STORAGE de los programas de
      *la BBDD.
       01  CAMBIOS-CUENTA-STATUS PIC X(2).

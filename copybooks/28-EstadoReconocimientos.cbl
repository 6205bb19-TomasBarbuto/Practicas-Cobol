      *Campo de FILE STATUS del archivo de reconocimientos medicos.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  RECONOCIMIENTOS-STATUS PIC X(2).

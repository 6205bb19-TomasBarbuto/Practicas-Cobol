      *Campo de FILE STATUS del archivo de reglas de segregacion de
      *funciones. Se copia en la WORKING-STORAGE de los programas de
      *la BBDD.
       01  REGLAS-SEGREGACION-STATUS PIC X(2).

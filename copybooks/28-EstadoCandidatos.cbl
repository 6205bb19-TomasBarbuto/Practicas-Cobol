      *Campo de FILE STATUS del archivo de candidatos por
      *requisicion. Se copia en la WORKING-STORAGE de los programas
      *de la BBDD.
       01  CANDIDATOS-SELECCION-STATUS PIC X(2).

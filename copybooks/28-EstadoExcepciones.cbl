      *Campo de FILE STATUS del archivo comun de excepciones. Se
      *copia en la WORKING-STORAGE de los programas de la BBDD.
       01  EXCEPCIONES-ARCHIVO-STATUS PIC X(2).

      *Campo de FILE STATUS del archivo maestro de conceptos
      *salariales. Se copia en la WORKING-STORAGE de los programas
      *de la BBDD.
       01  CONCEPTOS-ARCHIVO-STATUS PIC X(2).

      *Campo de FILE STATUS del archivo maestro de empresas del
      *grupo. Se copia en la WORKING-STORAGE de los programas de la
      *BBDD.
       01  EMPRESAS-ARCHIVO-STATUS PIC X(2).

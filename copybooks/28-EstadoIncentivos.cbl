      *Campo de FILE STATUS del archivo de retribucion variable
      *anual. Se copia en la WORKING-STORAGE de los programas de la
      *BBDD.
       01  INCENTIVOS-ARCHIVO-STATUS PIC X(2).

      *Campo de FILE STATUS del archivo de habilidades requeridas
      *por plaza. Se copia en la WORKING-STORAGE de los programas de
      *la BBDD.
       01  REQUISITOS-PLAZA-STATUS PIC X(2).

      *Campo de FILE STATUS del archivo maestro de proyectos.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  PROYECTOS-ARCHIVO-STATUS PIC X(2).

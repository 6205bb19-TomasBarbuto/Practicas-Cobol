      *Campo de FILE STATUS del catalogo de habilidades. Se copia en
      *la WORKING-STORAGE de los programas de la BBDD.
       01  HABILIDADES-STATUS PIC X(2).

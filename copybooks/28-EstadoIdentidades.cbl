      *Campo de FILE STATUS del archivo diario de identidades. Se
      *copia en la WORKING-STORAGE de los programas de la BBDD.
       01  IDENTIDADES-ARCHIVO-STATUS PIC X(2).

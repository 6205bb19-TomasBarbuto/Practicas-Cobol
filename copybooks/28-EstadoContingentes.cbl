      *Campo de FILE STATUS del registro de personal externo. Se
      *copia en la WORKING-STORAGE de los programas de la BBDD.
       01  CONTINGENTES-ARCHIVO-STATUS PIC X(2).

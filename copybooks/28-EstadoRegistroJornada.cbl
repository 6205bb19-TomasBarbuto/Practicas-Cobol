      *Campo de FILE STATUS del archivo conservado del registro
      *diario de jornada. Se copia en la WORKING-STORAGE de los
      *programas de la BBDD.
       01  REGISTRO-JORNADA-STATUS PIC X(2).

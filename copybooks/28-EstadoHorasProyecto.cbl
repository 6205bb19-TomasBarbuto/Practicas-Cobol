      *Campo de FILE STATUS del archivo de horas imputadas a
      *proyectos. Se copia en la WORKING-STORAGE de los programas de
      *la BBDD.
       01  HORAS-PROYECTO-STATUS PIC X(2).

      *Campo de FILE STATUS del archivo acumulado de horas mensuales
      *del personal externo. Se copia en la WORKING-STORAGE de los
      *programas de la BBDD.
       01  HORAS-CONTINGENTES-STATUS PIC X(2).

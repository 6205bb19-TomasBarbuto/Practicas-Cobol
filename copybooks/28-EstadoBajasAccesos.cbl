      *Campo de FILE STATUS del seguimiento de bajas enviadas a
      *sistemas. Se copia en la WORKING-STORAGE de los programas de
      *la BBDD.
       01  BAJAS-ACCESOS-STATUS PIC X(2).

      *Campo de FILE STATUS y clave de acceso del archivo de punto de
      *control del calculo de nomina. Se copia en la WORKING-STORAGE
      *de los programas de la BBDD.
       01  PUNTO-CONTROL-NOMINA-STATUS PIC X(2).
       01  PUNTO-CONTROL-NOMINA-CLAVE PIC 9(4) COMP VALUE 1.

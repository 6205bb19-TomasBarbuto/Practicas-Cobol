      *Campo de FILE STATUS del archivo de cuarentena de registros
      *huerfanos. Se copia en la WORKING-STORAGE de los programas de
      *la BBDD.
       01  CUARENTENA-ARCHIVO-STATUS PIC X(2).

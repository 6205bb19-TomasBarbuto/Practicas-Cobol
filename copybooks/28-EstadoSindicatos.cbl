      *Campo de FILE STATUS del archivo maestro de sindicatos.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  SINDICATOS-ARCHIVO-STATUS PIC X(2).

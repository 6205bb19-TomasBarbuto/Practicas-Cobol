      *Campo de FILE STATUS del archivo de afiliaciones sindicales.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  AFILIACIONES-ARCHIVO-STATUS PIC X(2).

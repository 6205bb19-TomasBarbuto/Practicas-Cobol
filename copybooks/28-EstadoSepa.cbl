      *Campo de FILE STATUS del fichero XML de transferencias SEPA.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  SEPA-ARCHIVO-STATUS PIC X(2).

      *Campo de FILE STATUS del archivo de envio electronico de los
      *certificados de empresa. Se copia en la WORKING-STORAGE de
      *los programas de la BBDD.
       01  ENVIO-CERTIFICADOS-STATUS PIC X(2).

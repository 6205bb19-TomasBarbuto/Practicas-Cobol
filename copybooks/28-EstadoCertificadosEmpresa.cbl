      *Campo de FILE STATUS del registro de certificados de empresa
      *emitidos. Se copia en la WORKING-STORAGE de los programas de
      *la BBDD.
       01  CERTIFICADOS-EMPRESA-STATUS PIC X(2).

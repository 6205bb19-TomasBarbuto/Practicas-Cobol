      *Campo de FILE STATUS del archivo maestro de tipos de
      *documento. Se copia en la WORKING-STORAGE de los programas de
      *la BBDD.
       01  TIPOS-DOCUMENTO-STATUS PIC X(2).

      *Campo de FILE STATUS del registro de documentos recibidos.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  DOCUMENTOS-ARCHIVO-STATUS PIC X(2).

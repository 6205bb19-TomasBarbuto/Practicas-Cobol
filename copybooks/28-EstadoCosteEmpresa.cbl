      *Campo de FILE STATUS del archivo de cifras del informe de
      *coste de empleo. Se copia en la WORKING-STORAGE de los
      *programas de la BBDD.
       01  COSTE-EMPRESA-STATUS PIC X(2).

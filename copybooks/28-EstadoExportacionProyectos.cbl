      *Campo de FILE STATUS del archivo de horas y coste por
      *proyecto para facturacion. Se copia en la WORKING-STORAGE de
      *los programas de la BBDD.
       01  EXPORTACION-PROYECTOS-STATUS PIC X(2).

      *Campo de FILE STATUS del archivo de presentacion del resumen
      *trimestral de retenciones. Se copia en la WORKING-STORAGE de
      *los programas de la BBDD.
       01  RETENCIONES-TRIMESTRE-STATUS PIC X(2).

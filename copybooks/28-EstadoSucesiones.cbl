      *Campo de FILE STATUS del plan de sucesion de los puestos
      *clave. Se copia en la WORKING-STORAGE de los programas de la
      *BBDD.
       01  SUCESIONES-STATUS PIC X(2).

      *Campo de FILE STATUS de la cola de candidatos preseleccionados.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  COLA-CANDIDATOS-STATUS PIC X(2).

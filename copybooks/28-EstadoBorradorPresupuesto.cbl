      *Campo de FILE STATUS del borrador de presupuesto salarial. Se
      *copia en la WORKING-STORAGE de los programas de la BBDD.
       01  BORRADOR-PRESUPUESTO-STATUS PIC X(2).

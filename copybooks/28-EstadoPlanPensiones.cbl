      *Campo de FILE STATUS del archivo de participes del plan de
      *pensiones. Se copia en la WORKING-STORAGE de los programas de
      *la BBDD.
       01  PLAN-PENSIONES-STATUS PIC X(2).

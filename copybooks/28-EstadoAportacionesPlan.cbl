      *Campo de FILE STATUS del archivo mensual de aportaciones al
      *plan de pensiones. Se copia en la WORKING-STORAGE de los
      *programas de la BBDD.
       01  APORTACIONES-PLAN-STATUS PIC X(2).

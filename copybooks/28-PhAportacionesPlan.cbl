      *Definicion fisica del archivo mensual de aportaciones al plan
      *de pensiones para la entidad gestora. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT APORTACIONES-PLAN-ARCHIVO
           ASSIGN TO "APORTACIONES_PLAN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APORTACIONES-PLAN-STATUS.

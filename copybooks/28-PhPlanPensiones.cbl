      *Definicion fisica del archivo de participes del plan de
      *pensiones de empleo de la empresa. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT PLAN-PENSIONES-ARCHIVO
           ASSIGN TO "PLAN_PENSIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLANPEN-CLAVE
           FILE STATUS IS PLAN-PENSIONES-STATUS.

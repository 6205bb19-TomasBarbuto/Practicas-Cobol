      *Definicion fisica del borrador de presupuesto salarial del
      *ejercicio siguiente. Se copia en la FILE-CONTROL de los
      *programas de la BBDD.
       SELECT BORRADOR-PRESUPUESTO-ARCHIVO
           ASSIGN TO "BORRADOR_PRESUPUESTO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BORRADOR-PRESUPUESTO-STATUS.

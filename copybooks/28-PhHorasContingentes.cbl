      *Definicion fisica del archivo acumulado de horas mensuales
      *del personal externo. Se copia en la FILE-CONTROL de los
      *programas de la BBDD.
       SELECT HORAS-CONTINGENTES-ARCHIVO
           ASSIGN TO "HORAS_CONTINGENTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HORAS-CONTINGENTES-STATUS.

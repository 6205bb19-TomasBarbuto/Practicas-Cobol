      *Definicion fisica de la cola de candidatos preseleccionados
      *que graba PERFORM-TRHU. Se copia en la FILE-CONTROL de los
      *programas de la BBDD.
       SELECT COLA-CANDIDATOS-ARCHIVO
           ASSIGN TO "CANDIDATOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COLA-CANDIDATOS-STATUS.

      *Definicion fisica del archivo mensual de remesa de cuotas
      *sindicales. Se copia en la FILE-CONTROL de los programas de
      *la BBDD.
       SELECT REMESA-SINDICAL-ARCHIVO
           ASSIGN TO "REMESA_SINDICAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REMESA-SINDICAL-STATUS.

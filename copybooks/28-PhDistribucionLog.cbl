      *Definicion fisica del registro de envios de informes a sus
      *destinatarios. Se copia en la FILE-CONTROL de los programas
      *de la BBDD.
       SELECT DISTRIBUCION-LOG-ARCHIVO
           ASSIGN TO "DISTRIBUCION_LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISTRIBUCION-LOG-STATUS.

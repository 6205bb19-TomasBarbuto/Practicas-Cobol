      *Definicion fisica del fichero XML de transferencias SEPA
      *(pain.001) que se envia al banco. Se copia en la FILE-CONTROL
      *de los programas de la BBDD.
       SELECT SEPA-ARCHIVO
           ASSIGN TO "SEPA_PAGOS.XML"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEPA-ARCHIVO-STATUS.

      *Definicion fisica del registro de personal externo de ETT y
      *contratas. Se copia en la FILE-CONTROL de los programas de la
      *BBDD.
       SELECT CONTINGENTES-ARCHIVO
           ASSIGN TO "CONTINGENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTINGENTE-ID
           FILE STATUS IS CONTINGENTES-ARCHIVO-STATUS.

      *Definicion fisica del archivo de candidatos por requisicion.
      *Se copia en la FILE-CONTROL de los programas de la BBDD.
       SELECT CANDIDATOS-SELECCION-ARCHIVO
           ASSIGN TO "CANDIDATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CANDIDATO-CLAVE
           FILE STATUS IS CANDIDATOS-SELECCION-STATUS.

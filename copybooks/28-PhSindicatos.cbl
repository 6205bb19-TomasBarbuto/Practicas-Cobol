      *Definicion fisica del archivo maestro de sindicatos. Se
      *copia en la FILE-CONTROL de los programas de la BBDD.
       SELECT SINDICATOS-ARCHIVO
           ASSIGN TO "SINDICATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SINDICATO-CODIGO
           FILE STATUS IS SINDICATOS-ARCHIVO-STATUS.

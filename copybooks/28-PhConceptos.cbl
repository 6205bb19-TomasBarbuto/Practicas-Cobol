      *Definicion fisica del archivo maestro de conceptos
      *salariales. Se copia en la FILE-CONTROL de los programas de
      *la BBDD.
       SELECT CONCEPTOS-ARCHIVO
           ASSIGN TO "CONCEPTOS_SALARIALES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONCEPTO-CODIGO
           FILE STATUS IS CONCEPTOS-ARCHIVO-STATUS.

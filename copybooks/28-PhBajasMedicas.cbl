      *Definicion fisica del archivo de bajas medicas cargadas de
      *los partes de la autoridad sanitaria. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT BAJAS-MEDICAS-ARCHIVO
           ASSIGN TO "BAJAS_MEDICAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAJAMED-CLAVE
           FILE STATUS IS BAJAS-MEDICAS-STATUS.

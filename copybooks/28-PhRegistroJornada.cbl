      *Definicion fisica del archivo conservado del registro diario
      *de jornada. Se copia en la FILE-CONTROL de los programas de
      *la BBDD.
       SELECT REGISTRO-JORNADA-ARCHIVO
           ASSIGN TO "REGISTRO_JORNADA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGJOR-CLAVE
           FILE STATUS IS REGISTRO-JORNADA-STATUS.

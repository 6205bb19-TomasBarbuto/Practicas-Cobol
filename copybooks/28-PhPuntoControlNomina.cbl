      *Definicion fisica del archivo de punto de control del calculo
      *de nomina. Se copia en la FILE-CONTROL de los programas de la
      *BBDD.
       SELECT PUNTO-CONTROL-NOMINA-ARCHIVO
           ASSIGN TO "PUNTO_CONTROL_NOMINA.DAT"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS PUNTO-CONTROL-NOMINA-CLAVE
           FILE STATUS IS PUNTO-CONTROL-NOMINA-STATUS.

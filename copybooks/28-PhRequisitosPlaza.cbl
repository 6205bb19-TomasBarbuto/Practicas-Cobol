      *Definicion fisica del archivo de habilidades requeridas por
      *plaza. Se copia en la FILE-CONTROL de los programas de la
      *BBDD.
       SELECT REQUISITOS-PLAZA-ARCHIVO
           ASSIGN TO "REQUISITOS_PLAZA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REQPLAZA-CLAVE
           FILE STATUS IS REQUISITOS-PLAZA-STATUS.

      *Definicion fisica del archivo maestro de tipos de
      *reconocimiento medico de vigilancia de la salud. Se copia en
      *la FILE-CONTROL de los programas de la BBDD.
       SELECT TIPOS-RECONOCIMIENTO-ARCHIVO
           ASSIGN TO "TIPOS_RECONOCIMIENTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPORECO-CLAVE
           FILE STATUS IS TIPOS-RECONOCIMIENTO-STATUS.

      *Definicion fisica del archivo de control del archivo diario
      *de identidades. Se copia en la FILE-CONTROL de los programas
      *de la BBDD.
       SELECT SECUENCIA-IDENTIDADES-ARCHIVO
           ASSIGN TO "SECUENCIA_IDENTIDADES.DAT"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS SECUENCIA-IDENTIDADES-CLAVE
           FILE STATUS IS SECUENCIA-IDENTIDADES-STATUS.

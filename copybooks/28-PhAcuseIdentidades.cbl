      *Definicion fisica del acuse que devuelve sistemas con las
      *cuentas desactivadas. Se copia en la FILE-CONTROL de los
      *programas de la BBDD.
       SELECT ACUSE-IDENTIDADES-ARCHIVO
           ASSIGN TO "ACUSE_IDENTIDADES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACUSE-IDENTIDADES-STATUS.

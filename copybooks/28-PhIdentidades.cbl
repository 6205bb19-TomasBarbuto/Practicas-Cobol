      *Definicion fisica del archivo de altas, movimientos y bajas
      *para el alta y baja de cuentas de sistemas. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT IDENTIDADES-ARCHIVO
           ASSIGN TO "IDENTIDADES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IDENTIDADES-ARCHIVO-STATUS.

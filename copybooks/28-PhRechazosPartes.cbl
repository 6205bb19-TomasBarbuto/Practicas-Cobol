      *Definicion fisica del archivo de partes medicos rechazados
      *por el cargador de partes. Se copia en la FILE-CONTROL de los
      *programas de la BBDD.
       SELECT RECHAZOS-PARTES-ARCHIVO
           ASSIGN TO "RECHAZOS_PARTES_BAJA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECHAZOS-PARTES-STATUS.

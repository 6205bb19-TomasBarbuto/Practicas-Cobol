      *Definicion fisica del archivo diario de partes medicos de
      *baja, confirmacion y alta que envia la autoridad sanitaria.
      *Se copia en la FILE-CONTROL de los programas de la BBDD.
       SELECT PARTES-BAJA-ARCHIVO
           ASSIGN TO "PARTES_BAJA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTES-BAJA-STATUS.

      *Definicion fisica del archivo de horas imputadas a proyectos,
      *que el reloj de fichajes exporta junto a HORAS_DIARIAS.TXT y
      *al que los supervisores anaden las que teclean. Se copia en
      *la FILE-CONTROL de los programas de la BBDD.
       SELECT HORAS-PROYECTO-ARCHIVO
           ASSIGN TO "HORAS_PROYECTO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HORAS-PROYECTO-STATUS.

      *Definicion fisica del extracto de accidentes laborales para
      *la mutua aseguradora. El nombre del archivo esta en
      *EXTRACTO-ACCIDENTES-NOMBRE para que cada empresa del grupo
      *tenga su propio extracto. Se copia en la FILE-CONTROL de los
      *programas de la BBDD.
       SELECT EXTRACTO-ACCIDENTES-ARCHIVO
           ASSIGN TO EXTRACTO-ACCIDENTES-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACTO-ACCIDENTES-STATUS.

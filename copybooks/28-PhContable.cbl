      *Definicion fisica del archivo de apuntes contables de nomina
      *para el mayor general. El nombre esta en CONTABLE-NOMBRE para
      *que el extracto escriba tambien el lote de cada empresa. Se
      *copia en la FILE-CONTROL de los programas de la BBDD.
       SELECT CONTABLE-ARCHIVO
           ASSIGN TO CONTABLE-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTABLE-ARCHIVO-STATUS.

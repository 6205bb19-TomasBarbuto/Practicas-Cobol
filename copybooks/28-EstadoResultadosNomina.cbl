      *Campo de FILE STATUS del archivo historico de resultados de
      *nomina. Se copia en la WORKING-STORAGE de los programas de la
      *BBDD.
       01  RESULTADOS-NOMINA-STATUS PIC X(2).

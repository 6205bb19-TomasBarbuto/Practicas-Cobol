      *Campo de FILE STATUS y clave de acceso del archivo de control
      *del archivo diario de identidades. Se copia en la
      *WORKING-STORAGE de los programas de la BBDD.
       01  SECUENCIA-IDENTIDADES-STATUS PIC X(2).
       01  SECUENCIA-IDENTIDADES-CLAVE PIC 9(4) COMP VALUE 1.

      *Campo de FILE STATUS del acuse de sistemas. Se copia en la
      *WORKING-STORAGE de los programas de la BBDD.
       01  ACUSE-IDENTIDADES-STATUS PIC X(2).

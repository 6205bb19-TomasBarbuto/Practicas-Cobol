      *Campo de FILE STATUS del maestro de tipos de reconocimiento
      *medico. Se copia en la WORKING-STORAGE de los programas de la
      *BBDD.
       01  TIPOS-RECONOCIMIENTO-STATUS PIC X(2).

      *Campo de FILE STATUS y clave de acceso del archivo contador de
      *secuencia de las remesas de pago fuera de ciclo. Se copia en
      *la WORKING-STORAGE de los programas de la BBDD.
       01  SECUENCIA-FUERA-CICLO-STATUS PIC X(2).
       01  SECUENCIA-FUERA-CICLO-CLAVE PIC 9(4) COMP VALUE 1.

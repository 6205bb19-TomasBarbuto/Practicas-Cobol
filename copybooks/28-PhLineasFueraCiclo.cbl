      *Definicion fisica del archivo de lineas de pago fuera de
      *ciclo que prepara la oficina de personal. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT LINEAS-FUERA-CICLO-ARCHIVO
           ASSIGN TO "LINEAS_FUERA_CICLO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LINEAS-FUERA-CICLO-STATUS.

      *Definicion fisica del archivo mensual de liquidacion de
      *cotizaciones a la seguridad social. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT LIQUIDACION-SS-ARCHIVO
           ASSIGN TO "LIQUIDACION_SS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIQUIDACION-SS-STATUS.

      *Campo de FILE STATUS del archivo mensual de liquidacion de
      *cotizaciones. Se copia en la WORKING-STORAGE de los programas
      *de la BBDD.
       01  LIQUIDACION-SS-STATUS PIC X(2).

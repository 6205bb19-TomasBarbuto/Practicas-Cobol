      *Campo de FILE STATUS del archivo de pagos retenidos por
      *cambio de cuenta. Se copia en la WORKING-STORAGE de los
      *programas de la BBDD.
       01  RETENCIONES-PAGO-STATUS PIC X(2).

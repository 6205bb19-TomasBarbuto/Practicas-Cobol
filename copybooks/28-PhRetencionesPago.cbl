      *Definicion fisica del archivo de pagos retenidos por cambio
      *de cuenta. Se copia en la FILE-CONTROL de los programas de la
      *BBDD.
       SELECT RETENCIONES-PAGO-ARCHIVO
           ASSIGN TO "RETENCIONES_PAGO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RETPAGO-CLAVE
           FILE STATUS IS RETENCIONES-PAGO-STATUS.

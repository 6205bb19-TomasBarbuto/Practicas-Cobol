      *Definicion fisica del registro de cambios de cuenta bancaria.
      *Se copia en la FILE-CONTROL de los programas de la BBDD.
       SELECT CAMBIOS-CUENTA-ARCHIVO
           ASSIGN TO "CAMBIOS_CUENTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAMBIOCTA-CLAVE
           FILE STATUS IS CAMBIOS-CUENTA-STATUS.

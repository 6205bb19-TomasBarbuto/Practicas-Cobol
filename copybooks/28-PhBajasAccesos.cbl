      *Definicion fisica del seguimiento de las bajas enviadas a
      *sistemas para desactivar sus cuentas. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT BAJAS-ACCESOS-ARCHIVO
           ASSIGN TO "BAJAS_ACCESOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAJACC-CLAVE
           FILE STATUS IS BAJAS-ACCESOS-STATUS.

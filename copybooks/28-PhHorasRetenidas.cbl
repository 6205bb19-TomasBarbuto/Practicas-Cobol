      *Definicion fisica del archivo de horas extra retenidas por
      *falta de autorizacion. Se copia en la FILE-CONTROL de los
      *programas de la BBDD.
       SELECT HORAS-RETENIDAS-ARCHIVO
           ASSIGN TO "HORAS_RETENIDAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RETENIDA-CLAVE
           FILE STATUS IS HORAS-RETENIDAS-STATUS.

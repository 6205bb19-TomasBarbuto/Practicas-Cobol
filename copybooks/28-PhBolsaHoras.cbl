      *Definicion fisica del archivo de bolsa de horas por empleado
      *y ejercicio. Se copia en la FILE-CONTROL de los programas de
      *la BBDD.
       SELECT BOLSA-HORAS-ARCHIVO
           ASSIGN TO "BOLSA_HORAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOLSA-CLAVE
           FILE STATUS IS BOLSA-HORAS-STATUS.

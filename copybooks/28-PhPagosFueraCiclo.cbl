      *Definicion fisica del archivo de pagos fuera de ciclo por
      *empleado, pendientes de regularizar en la nomina ordinaria.
      *Se copia en la FILE-CONTROL de los programas de la BBDD.
       SELECT PAGOS-FUERA-CICLO-ARCHIVO
           ASSIGN TO "PAGOS_FUERA_CICLO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FCPAGO-CLAVE
           FILE STATUS IS PAGOS-FUERA-CICLO-STATUS.

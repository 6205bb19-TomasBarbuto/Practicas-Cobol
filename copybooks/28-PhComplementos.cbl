      *Definicion fisica del archivo de complementos salariales
      *asignados a cada empleado. Se copia en la FILE-CONTROL de los
      *programas de la BBDD.
       SELECT COMPLEMENTOS-ARCHIVO
           ASSIGN TO "COMPLEMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMPLEMENTO-CLAVE
           FILE STATUS IS COMPLEMENTOS-ARCHIVO-STATUS.

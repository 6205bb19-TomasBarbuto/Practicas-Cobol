      *Definicion fisica del plan de sucesion de los puestos clave.
      *Se copia en la FILE-CONTROL de los programas de la BBDD.
       SELECT SUCESIONES-ARCHIVO
           ASSIGN TO "SUCESIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUCESION-DEPARTAMENTO
           FILE STATUS IS SUCESIONES-STATUS.

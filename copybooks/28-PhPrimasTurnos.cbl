      *Definicion fisica del archivo mensual de primas por turnos
      *valoradas a partir de los marcajes del reloj. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT PRIMAS-TURNOS-ARCHIVO
           ASSIGN TO "PRIMAS_TURNOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRIMA-CLAVE
           FILE STATUS IS PRIMAS-TURNOS-STATUS.

      *Definicion fisica del archivo contador de secuencia de las
      *remesas de pago fuera de ciclo. Se copia en la FILE-CONTROL
      *de los programas de la BBDD.
       SELECT SECUENCIA-FUERA-CICLO-ARCHIVO
           ASSIGN TO "SECUENCIA_FUERA_CICLO.DAT"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS SECUENCIA-FUERA-CICLO-CLAVE
           FILE STATUS IS SECUENCIA-FUERA-CICLO-STATUS.

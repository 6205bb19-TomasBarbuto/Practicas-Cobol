      *Definicion logica de un parte medico rechazado: la fecha del
      *rechazo, un codigo de motivo y el parte original de
      *PARTE-REGISTRO tal cual llego, para poder arreglarlo en
      *pantalla y reenviarlo por el mismo cargador. Se copia en la
      *FILE SECTION de los programas de la BBDD.
       FD RECHAZOS-PARTES-ARCHIVO.
       01 RECHAZO-PARTE-REGISTRO.
           05 RECHAZO-PARTE-FECHA PIC 9(8).
           05 RECHAZO-PARTE-MOTIVO PIC X(2).
               88 RECHAZO-PARTE-NIF-DESCONOCIDO VALUE "NI".
               88 RECHAZO-PARTE-NIF-DUPLICADO VALUE "ND".
               88 RECHAZO-PARTE-INACTIVO VALUE "IN".
               88 RECHAZO-PARTE-TIPO-INVALIDO VALUE "TP".
               88 RECHAZO-PARTE-FECHA-INVALIDA VALUE "FE".
               88 RECHAZO-PARTE-SOLAPE VALUE "SO".
               88 RECHAZO-PARTE-BAJA-DUPLICADA VALUE "DU".
               88 RECHAZO-PARTE-SIN-BAJA VALUE "SB".
               88 RECHAZO-PARTE-BAJA-CERRADA VALUE "CE".
           05 RECHAZO-PARTE-CERTIFICADO PIC X(38).

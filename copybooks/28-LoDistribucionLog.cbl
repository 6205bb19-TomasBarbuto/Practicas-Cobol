      *Definicion logica del registro de envios: una linea por cada
      *copia separada que el escritor comun genera para un
      *destinatario, con la fecha de negocio, el informe, el numero
      *de retencion en el catalogo de spool, los ambitos incluidos y
      *las lineas enviadas. Se copia en la FILE SECTION de los
      *programas de la BBDD.
       FD DISTRIBUCION-LOG-ARCHIVO.
       01 DISTRIBUCION-LOG-REGISTRO.
           05 ENVIO-FECHA PIC 9(8).
           05 FILLER PIC X(1).
           05 ENVIO-PROGRAMA PIC X(30).
           05 FILLER PIC X(1).
           05 ENVIO-DESTINATARIO PIC X(25).
           05 FILLER PIC X(1).
           05 ENVIO-SPOOL-NUMERO PIC 9(4).
           05 FILLER PIC X(1).
           05 ENVIO-LINEAS PIC 9(6).
           05 FILLER PIC X(1).
           05 ENVIO-AMBITOS PIC X(50).

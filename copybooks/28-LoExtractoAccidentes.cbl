      *extracto de la aseguradora: una linea de parte (tipo A) por
      *accidente con el NIF del accidentado, la fecha, el codigo de
      *lesion y el indicador de baja, y una cola (tipo T) con el
      *recuento y la empresa del grupo y su cuenta de cotizacion (en
      *blanco sin maestro de empresas). Se copia en la FILE SECTION
      *de los programas de la BBDD.
       FD EXTRACTO-ACCIDENTES-ARCHIVO.
       01 EXTACC-REGISTRO.
           05 EXTACC-TIPO PIC X(01).
       01 EXTACC-COLA-REGISTRO.
           05 EXTACC-COLA-TIPO PIC X(01).
           05 EXTACC-COLA-PARTES PIC 9(09).
           05 EXTACC-COLA-EMPRESA PIC X(02).
           05 EXTACC-COLA-CUENTA-COTIZACION PIC X(11).
           05 FILLER PIC X(37).

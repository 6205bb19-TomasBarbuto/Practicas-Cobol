      *Definicion logica del archivo de presentacion del resumen
      *trimestral de retenciones de IRPF, en formato fijo: una
      *cabecera (tipo C) con ejercicio y trimestre, una linea (tipo
      *D) por clave de percepcion con perceptores, importe y
      *retenciones en centimos, y una cola (tipo T) con los totales
      *de la declaracion. Claves: "A" rendimientos dinerarios
      *ordinarios, "B" retribucion en especie y atrasos. Se copia en
      *la FILE SECTION de los programas de la BBDD.
       FD RETENCIONES-TRIMESTRE-ARCHIVO.
       01 RETTRI-REGISTRO.
           05 RETTRI-TIPO PIC X(01).
               88 RETTRI-CABECERA VALUE "C".
               88 RETTRI-DETALLE VALUE "D".
               88 RETTRI-COLA VALUE "T".
           05 RETTRI-CLAVE PIC X(01).
               88 RETTRI-DINERARIAS VALUE "A".
               88 RETTRI-ESPECIE-ATRASOS VALUE "B".
           05 RETTRI-PERCEPTORES PIC 9(07).
           05 RETTRI-IMPORTE PIC 9(13).
           05 RETTRI-RETENCIONES PIC 9(13).
           05 FILLER PIC X(05).
       01 RETTRI-CABECERA-REGISTRO.
           05 RETTRI-CABECERA-TIPO PIC X(01).
           05 RETTRI-CABECERA-EJERCICIO PIC 9(04).
           05 RETTRI-CABECERA-TRIMESTRE PIC 9(01).
           05 RETTRI-CABECERA-FECHA PIC 9(08).
           05 FILLER PIC X(26).

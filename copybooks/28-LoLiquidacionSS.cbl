      *Definicion logica del archivo mensual de liquidacion de
      *cotizaciones a la seguridad social, en columnas fijas segun
      *el formato de presentacion: una cabecera (tipo C) con el mes
      *liquidado y los porcentajes aplicados, una linea por
      *trabajador (tipo D) con sus dias cotizados, la base de cada
      *contingencia (comunes, desempleo, formacion profesional y
      *accidentes de trabajo) y las cuotas obrera y patronal, y una
      *cola de control (tipo T) con el recuento de lineas y la suma
      *de dias, bases y cuotas. Los importes van en centimos. Se
      *copia en la FILE SECTION de los programas de la BBDD.
       FD LIQUIDACION-SS-ARCHIVO.
       01 LIQSS-REGISTRO.
           05 LIQSS-TIPO PIC X(01).
               88 LIQSS-CABECERA VALUE "C".
               88 LIQSS-DETALLE VALUE "D".
               88 LIQSS-COLA VALUE "T".
           05 LIQSS-EMPLEADOS-ID PIC X(06).
           05 LIQSS-NIF PIC X(09).
           05 LIQSS-DIAS PIC 9(02).
           05 LIQSS-BASE-COMUNES PIC 9(09).
           05 LIQSS-BASE-DESEMPLEO PIC 9(09).
           05 LIQSS-BASE-FORMACION PIC 9(09).
           05 LIQSS-BASE-ACCIDENTES PIC 9(09).
           05 LIQSS-CUOTA-TRABAJADOR PIC 9(09).
           05 LIQSS-CUOTA-EMPRESA PIC 9(09).
       01 LIQSS-CABECERA-REGISTRO.
           05 LIQSS-CABECERA-TIPO PIC X(01).
           05 LIQSS-CABECERA-ANIO-MES PIC 9(06).
           05 LIQSS-CABECERA-FECHA PIC 9(08).
           05 LIQSS-CABECERA-PORC-TRABAJADOR PIC 9(03)V99.
           05 LIQSS-CABECERA-PORC-EMPRESA PIC 9(03)V99.
           05 FILLER PIC X(47).
       01 LIQSS-COLA-REGISTRO.
           05 LIQSS-COLA-TIPO PIC X(01).
           05 LIQSS-COLA-REGISTROS PIC 9(07).
           05 LIQSS-COLA-DIAS PIC 9(07).
           05 LIQSS-COLA-BASE-COMUNES PIC 9(13).
           05 LIQSS-COLA-BASE-ACCIDENTES PIC 9(13).
           05 LIQSS-COLA-CUOTA-TRABAJADOR PIC 9(13).
           05 LIQSS-COLA-CUOTA-EMPRESA PIC 9(13).
           05 FILLER PIC X(05).

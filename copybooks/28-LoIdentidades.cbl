      *Definicion logica del archivo diario de identidades para
      *sistemas, en columnas fijas, con los cambios desde la pasada
      *anterior. Se copia en la FILE SECTION de los programas de la
      *BBDD.
      *Como el extracto de nomina lleva cabecera de transmision
      *(tipo C, con fecha y numero de secuencia), una linea por
      *cambio (tipo D) y cola de control (tipo T, con el recuento de
      *cada clase). El evento del detalle es A alta (crear cuentas),
      *M movimiento de departamento, sucursal o grado (revisar
      *permisos) o B baja (desactivar las cuentas como tarde en
      *IDENT-FECHA-LIMITE).
       FD IDENTIDADES-ARCHIVO.
       01 IDENT-REGISTRO.
           05 IDENT-TIPO-REGISTRO PIC X(01).
               88 IDENT-CABECERA VALUE "C".
               88 IDENT-DETALLE VALUE "D".
               88 IDENT-COLA VALUE "T".
           05 IDENT-EVENTO PIC X(01).
               88 IDENT-ALTA VALUE "A".
               88 IDENT-MOVIMIENTO VALUE "M".
               88 IDENT-BAJA VALUE "B".
           05 IDENT-EMPLEADOS-ID PIC X(06).
           05 IDENT-FECHA-EVENTO PIC 9(08).
           05 IDENT-NOMBRE PIC X(25).
           05 IDENT-APELLIDOS PIC X(25).
           05 IDENT-DEPARTAMENTO PIC X(04).
           05 IDENT-SUCURSAL PIC X(04).
           05 IDENT-GRADO PIC X(04).
           05 IDENT-CAMPO-MOVIDO PIC X(01).
           05 IDENT-VALOR-ANTES PIC X(04).
           05 IDENT-VALOR-DESPUES PIC X(04).
           05 IDENT-MOTIVO-BAJA PIC X(02).
           05 IDENT-FECHA-LIMITE PIC 9(08).
       01 IDENT-CABECERA-REGISTRO.
           05 IDENT-CABECERA-TIPO PIC X(01).
           05 IDENT-CABECERA-FECHA PIC 9(08).
           05 IDENT-CABECERA-SECUENCIA PIC 9(06).
           05 FILLER PIC X(82).
       01 IDENT-COLA-REGISTRO.
           05 IDENT-COLA-TIPO PIC X(01).
           05 IDENT-COLA-REGISTROS PIC 9(07).
           05 IDENT-COLA-ALTAS PIC 9(07).
           05 IDENT-COLA-MOVIMIENTOS PIC 9(07).
           05 IDENT-COLA-BAJAS PIC 9(07).
           05 FILLER PIC X(68).

      *Definicion logica del archivo mensual de pedidos de
      *retribucion flexible para un proveedor, en columnas fijas: una
      *linea de detalle (tipo D) por empleado y beneficio con el tipo
      *de beneficio, NIF, la referencia del proveedor y el importe
      *del periodo en centimos, y una linea de control (tipo T) con
      *el recuento de lineas y la suma a facturar. Se copia en la
      *FILE SECTION de los programas de la BBDD.
       FD PEDIDOS-FLEXIBLE-ARCHIVO.
       01 PEDIDO-FLEXIBLE-REGISTRO.
           05 PEDIDO-FLEXIBLE-TIPO PIC X(01).
               88 PEDIDO-FLEXIBLE-DETALLE VALUE "D".
               88 PEDIDO-FLEXIBLE-CONTROL VALUE "T".
           05 PEDIDO-FLEXIBLE-PROVEEDOR PIC X(10).
           05 PEDIDO-FLEXIBLE-PERIODO PIC 9(06).
           05 PEDIDO-FLEXIBLE-BENEFICIO PIC X(01).
           05 PEDIDO-FLEXIBLE-ID PIC X(06).
           05 PEDIDO-FLEXIBLE-NIF PIC X(09).
           05 PEDIDO-FLEXIBLE-REFERENCIA PIC X(20).
           05 PEDIDO-FLEXIBLE-IMPORTE PIC 9(09).
           05 FILLER PIC X(18).
       01 PEDIDO-FLEXIBLE-TOTAL-REGISTRO.
           05 PEDIDO-FLEXIBLE-TOTAL-TIPO PIC X(01).
           05 PEDIDO-FLEXIBLE-TOTAL-PROVEEDOR PIC X(10).
           05 PEDIDO-FLEXIBLE-TOTAL-PERIODO PIC 9(06).
           05 PEDIDO-FLEXIBLE-TOTAL-LINEAS PIC 9(07).
           05 PEDIDO-FLEXIBLE-TOTAL-IMPORTE PIC 9(13).
           05 FILLER PIC X(43).

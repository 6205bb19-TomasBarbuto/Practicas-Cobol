      *Campo de FILE STATUS del archivo mensual de pedidos de
      *retribucion flexible. Se copia en la WORKING-STORAGE de los
      *programas de la BBDD.
       01  PEDIDOS-FLEXIBLE-STATUS PIC X(2).
      *Nombre fisico del archivo de pedidos, asignado en tiempo de
      *ejecucion con el codigo del proveedor: cada proveedor recibe
      *su propio archivo PEDIDO_FLEX_<proveedor>.TXT.
       01  PEDIDOS-FLEXIBLE-NOMBRE PIC X(30)
           VALUE "PEDIDO_FLEX.TXT".

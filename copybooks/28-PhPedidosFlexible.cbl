      *Definicion fisica del archivo mensual de pedidos de
      *retribucion flexible, uno por proveedor. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT PEDIDOS-FLEXIBLE-ARCHIVO
           ASSIGN TO PEDIDOS-FLEXIBLE-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PEDIDOS-FLEXIBLE-STATUS.

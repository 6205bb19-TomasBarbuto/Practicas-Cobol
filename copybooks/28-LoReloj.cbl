      *Definicion logica del extracto nocturno de plantilla activa
      *para los terminales del reloj de fichajes, en las columnas
      *fijas del proveedor: una linea de alta (tipo D) por empleado
      *activo y por persona de ETT o contrata en encargo (con su ID
      *"C") con su identificacion, departamento y sucursal, y una
      *cola (tipo T) con el recuento, para que los terminales
      *rechacen en puerta las tarjetas desconocidas o de baja. Se
      *copia en la FILE SECTION de los programas de la BBDD.

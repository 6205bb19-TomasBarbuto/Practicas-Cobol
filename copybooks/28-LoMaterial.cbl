      *serie y las fechas de entrega y devolucion. La devolucion a
      *ceros marca el articulo como pendiente de devolver, y la
      *baja del empleado no imprime la liquidacion final mientras
      *queden articulos sin devolver. El personal de ETT y contratas
      *figura con su ID "C" del registro de personal externo, y su
      *encargo no se finaliza con material pendiente. Se copia en la
      *FILE SECTION de los programas de la BBDD.
       FD MATERIAL-ARCHIVO.
       01 MATERIAL-REGISTRO.
           05 MATERIAL-CLAVE.

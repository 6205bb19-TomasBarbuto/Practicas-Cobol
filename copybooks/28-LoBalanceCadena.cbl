      *Definicion logica de las cifras de control de los pasos de la
      *cadena nocturna: una linea por paso, ambito y ejecucion con la
      *fecha de negocio, la hora, los registros leidos y escritos y
      *la suma de control de importes. Si un paso se relanza la
      *misma noche vale su ultima linea. Se copia en la FILE SECTION
      *de los programas de la BBDD.
       FD BALANCE-CADENA-ARCHIVO.
       01 BALCAD-REGISTRO.
           05 BALCAD-FECHA PIC 9(8).
           05 BALCAD-HORA PIC 9(8).
           05 BALCAD-PROGRAMA PIC X(30).
           05 BALCAD-AMBITO PIC X(8).
           05 BALCAD-LEIDOS PIC 9(9).
           05 BALCAD-ESCRITOS PIC 9(9).
           05 BALCAD-IMPORTE PIC 9(13)V99.

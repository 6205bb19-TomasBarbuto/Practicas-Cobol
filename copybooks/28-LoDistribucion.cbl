      *Definicion logica del maestro de listas de distribucion: a
      *que destinatario se envia la parte de cada informe que toca
      *a un departamento o sucursal. El ambito es el codigo que el
      *informe pone en INFORME-DEPARTAMENTO en cada linea, sea de
      *departamento o de sucursal segun el informe. Un mismo ambito
      *puede ir a varios destinatarios y un destinatario recibir
      *varios ambitos en un solo envio. Se copia en la FILE SECTION
      *de los programas de la BBDD.
       FD DISTRIBUCION-ARCHIVO.
       01 DISTRIBUCION-REGISTRO.
           05 DISTRIBUCION-CLAVE.
               10 DISTRIBUCION-PROGRAMA PIC X(30).
               10 DISTRIBUCION-AMBITO PIC X(4).
               10 DISTRIBUCION-DESTINATARIO PIC X(25).
           05 FILLER PIC X(20).

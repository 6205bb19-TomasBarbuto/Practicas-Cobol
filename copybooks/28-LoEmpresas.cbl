      *Definicion logica del registro del archivo maestro de
      *empresas del grupo: cada sociedad con personalidad juridica
      *propia que paga nominas desde EMPLEADOS.DAT, con su CIF y su
      *codigo de cuenta de cotizacion a la seguridad social. Las
      *salidas legales (remesa, extracto contable, declaracion
      *anual, certificados, extracto de accidentes) se generan una
      *por empresa. Se copia en la FILE SECTION de los programas de
      *la BBDD.
       FD EMPRESAS-ARCHIVO.
       01 EMPRESA-REGISTRO.
           05 EMPRESA-CODIGO PIC X(2).
           05 EMPRESA-NOMBRE PIC X(30).
           05 EMPRESA-CIF PIC X(9).
           05 EMPRESA-CUENTA-COTIZACION PIC X(11).
           05 FILLER PIC X(20).

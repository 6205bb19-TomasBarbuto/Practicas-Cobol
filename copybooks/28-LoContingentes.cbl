      *Definicion logica del registro de personal externo: los
      *cedidos por empresas de trabajo temporal y el personal de
      *contratas que trabaja en nuestras instalaciones, ficha en el
      *reloj y recibe material de empresa sin estar en
      *EMPLEADOS.DAT. El ID es una "C" seguida de cinco digitos:
      *los IDs de empleado se asignan numericos desde el contador y
      *nunca pueden coincidir con uno de estos. El encargo va de la
      *fecha de inicio a la de fin (a ceros si no tiene fin
      *previsto) y la tarifa es el precio por hora facturado por la
      *agencia, con el que se concilia su factura mensual. Se copia
      *en la FILE SECTION de los programas de la BBDD.
       FD CONTINGENTES-ARCHIVO.
       01 CONTINGENTE-REGISTRO.
           05 CONTINGENTE-ID PIC X(6).
           05 CONTINGENTE-ID-R REDEFINES CONTINGENTE-ID.
               10 CONTINGENTE-ID-PREFIJO PIC X(1).
                   88 CONTINGENTE-ID-EXTERNO VALUE "C".
               10 CONTINGENTE-ID-NUMERO PIC 9(5).
           05 CONTINGENTE-NOMBRE PIC X(25).
           05 CONTINGENTE-APELLIDOS PIC X(25).
           05 CONTINGENTE-NIF PIC X(9).
           05 CONTINGENTE-TIPO PIC X(1).
               88 CONTINGENTE-ETT VALUE "E".
               88 CONTINGENTE-CONTRATA VALUE "C".
           05 CONTINGENTE-AGENCIA PIC X(25).
           05 CONTINGENTE-DEPARTAMENTO PIC X(4).
           05 CONTINGENTE-SUCURSAL PIC X(4).
           05 CONTINGENTE-FECHA-INICIO PIC 9(8).
           05 CONTINGENTE-FECHA-FIN PIC 9(8).
           05 CONTINGENTE-TARIFA-HORA PIC 9(3)V99.
           05 CONTINGENTE-ESTADO PIC X(1).
               88 CONTINGENTE-ACTIVO VALUE "A".
               88 CONTINGENTE-FINALIZADO VALUE "F".
           05 FILLER PIC X(29).

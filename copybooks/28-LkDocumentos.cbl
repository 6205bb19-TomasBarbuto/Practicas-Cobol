      *Area de peticion del modulo DOCUMENTOS-PENDIENTES. El
      *llamador informa el empleado, su tipo de contrato, su
      *departamento y la fecha de referencia; el modulo devuelve los
      *documentos que le exige el maestro de tipos de documento, la
      *situacion de cada uno (E entregado, F falta, C caducado) y
      *cuantos quedan pendientes, separando los obligatorios. Sin
      *maestro no se exige ningun documento. El llamador la copia en
      *su WORKING-STORAGE y el modulo en su LINKAGE SECTION.
       01  DOCPEND-PETICION.
           05 DOCPEND-EMPLEADOS-ID PIC X(6).
           05 DOCPEND-CONTRATO-TIPO PIC X(1).
           05 DOCPEND-DEPARTAMENTO PIC X(4).
           05 DOCPEND-FECHA PIC 9(8).
           05 DOCPEND-REQUERIDOS PIC 9(2).
           05 DOCPEND-PENDIENTES PIC 9(2).
           05 DOCPEND-PENDIENTES-OBLIGATORIOS PIC 9(2).
           05 DOCPEND-FILA OCCURS 20 TIMES.
               10 DOCPEND-CODIGO PIC X(4).
               10 DOCPEND-DESCRIPCION PIC X(30).
               10 DOCPEND-OBLIGATORIO PIC X(1).
               10 DOCPEND-SITUACION PIC X(1).
                   88 DOCPEND-ENTREGADO VALUE "E".
                   88 DOCPEND-FALTA VALUE "F".
                   88 DOCPEND-CADUCADO VALUE "C".
               10 DOCPEND-FECHA-RECEPCION PIC 9(8).
               10 DOCPEND-FECHA-CADUCIDAD PIC 9(8).

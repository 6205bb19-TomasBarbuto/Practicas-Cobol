      *Definicion logica del registro de documentos recibidos: por
      *empleado y tipo de documento del maestro, la fecha de
      *recepcion, la de caducidad (a ceros si no caduca), el
      *operador que lo registro y una observacion. Una copia nueva
      *del mismo documento sustituye a la anterior. Se copia en la
      *FILE SECTION de los programas de la BBDD.
       FD DOCUMENTOS-ARCHIVO.
       01 DOCUMENTO-REGISTRO.
           05 DOCUMENTO-CLAVE.
               10 DOCUMENTO-EMPLEADOS-ID PIC X(6).
               10 DOCUMENTO-TIPO PIC X(4).
           05 DOCUMENTO-FECHA-RECEPCION PIC 9(8).
           05 DOCUMENTO-FECHA-CADUCIDAD PIC 9(8).
           05 DOCUMENTO-OPERADOR-ID PIC X(6).
           05 DOCUMENTO-OBSERVACIONES PIC X(30).
           05 FILLER PIC X(10).

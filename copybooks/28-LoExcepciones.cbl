      *Definicion logica del archivo comun de excepciones. La clave
      *es el codigo de excepcion, el empleado y una referencia que
      *identifica el caso concreto (la fecha del no presentado, el
      *curso que caduca, el fin de contrato...), de modo que un
      *informe que se repite cada noche no duplica lo ya anotado.
      *Codigos en uso:
      *  NOPR no presentado sin justificar
      *  FICH marcaje sin pareja
      *  CERT certificacion por caducar
      *  CONT fin de contrato
      *  PRUE periodo de prueba por vencer
      *  BRAD alerta del factor Bradford
      *  DEVB devolucion bancaria de nomina
      *  ASEG descuadre con la aseguradora
      *  INTE error de integridad de empleado
      *  INTD empleado con departamento inexistente
      *Gravedad A alta, M media, B baja. Estado P pendiente, A
      *asignada a un operador, C cerrada. Se copia en la FILE
      *SECTION de los programas de la BBDD.
       FD EXCEPCIONES-ARCHIVO.
       01 EXCEPCION-REGISTRO.
           05 EXCEPCION-CLAVE.
               10 EXCEPCION-CODIGO PIC X(4).
               10 EXCEPCION-EMPLEADOS-ID PIC X(6).
               10 EXCEPCION-REFERENCIA PIC X(10).
           05 EXCEPCION-PROGRAMA PIC X(30).
           05 EXCEPCION-GRAVEDAD PIC X(1).
               88 EXCEPCION-GRAVEDAD-ALTA VALUE "A".
               88 EXCEPCION-GRAVEDAD-MEDIA VALUE "M".
               88 EXCEPCION-GRAVEDAD-BAJA VALUE "B".
           05 EXCEPCION-FECHA-ALTA PIC 9(8).
           05 EXCEPCION-DEPARTAMENTO PIC X(4).
           05 EXCEPCION-DESCRIPCION PIC X(50).
           05 EXCEPCION-ESTADO PIC X(1).
               88 EXCEPCION-PENDIENTE VALUE "P".
               88 EXCEPCION-ASIGNADA VALUE "A".
               88 EXCEPCION-CERRADA VALUE "C".
           05 EXCEPCION-ASIGNADA-A PIC X(6).
           05 EXCEPCION-COMENTARIO PIC X(60).
           05 EXCEPCION-FECHA-CIERRE PIC 9(8).
           05 EXCEPCION-OPERADOR-CIERRE PIC X(6).
           05 FILLER PIC X(20).

       COPY "copybooks/28-LoParametros.cbl".
      *Archivo de trabajo de la reescritura en dos pasadas.
       FD TRABAJO-ARCHIVO.
       01 TRABAJO-REGISTRO PIC X(850).

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
           05 IMAGEN-DIRECCION-PROVINCIA PIC X(15).
           05 IMAGEN-DIRECCION-CP PIC X(5).
           05 IMAGEN-VERSION-REGISTRO PIC X(1).
           05 IMAGEN-JORNADA-PORCENTAJE PIC 9(3)V99.
           05 IMAGEN-JORNADA-DESDE PIC 9(8).
           05 IMAGEN-JORNADA-ANTERIOR PIC 9(3)V99.
           05 IMAGEN-SUPERIOR-ID PIC X(6).
           05 IMAGEN-SEXO PIC X(1).
           05 IMAGEN-DISCAPACIDAD-GRADO PIC X(3).
           05 IMAGEN-DISCAPACIDAD-CADUCA PIC X(8).
           05 IMAGEN-IRPF-PERSONAL PIC X(5).
           05 IMAGEN-IRPF-CALCULO PIC X(8).
           05 IMAGEN-RESERVA PIC X(55).

      *Estado del archivo de bajas tramitadas.
       COPY "copybooks/28-EstadoBajas.cbl".
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   MOVE TRABAJO-REGISTRO (1:400)
                       TO HISTORICO-REGISTRO
                   WRITE HISTORICO-REGISTRO
           END-READ.

       BORRAR-CAMPOS-IDENTIFICATIVOS.
      *Se conservan salario, departamento, grado, sucursal, fechas
      *y estado para las estadisticas; el resto se sobreescribe,
      *incluidos el dato de salud de la discapacidad y el
      *porcentaje personal de IRPF, que delata la situacion
      *familiar.
           MOVE "ANONIMIZADO" TO IMAGEN-NOMBRE.
           MOVE "ANONIMIZADO" TO IMAGEN-APELLIDOS.
           MOVE SPACE TO IMAGEN-TELEFONO.
           MOVE SPACE TO IMAGEN-DIRECCION-CIUDAD.
           MOVE SPACE TO IMAGEN-DIRECCION-PROVINCIA.
           MOVE SPACE TO IMAGEN-DIRECCION-CP.
           MOVE SPACE TO IMAGEN-DISCAPACIDAD-GRADO.
           MOVE SPACE TO IMAGEN-DISCAPACIDAD-CADUCA.
           MOVE SPACE TO IMAGEN-IRPF-PERSONAL.
           MOVE SPACE TO IMAGEN-IRPF-CALCULO.

       ANONIMIZAR-GENERACIONES.
      *Cada generacion cerrada de la auditoria se reescribe con las

       COPY "copybooks/28-PhRevision.cbl".
      *Archivo de historial de movimientos de empleo.
       COPY "copybooks/28-PhMovimientos.cbl".
      *Registro de cambios de cuenta bancaria.
       COPY "copybooks/28-PhCambiosCuenta.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoRevision.cbl".
      *Archivo de historial de movimientos de empleo.
       COPY "copybooks/28-LoMovimientos.cbl".
      *Registro de cambios de cuenta bancaria.
       COPY "copybooks/28-LoCambiosCuenta.cbl".

       WORKING-STORAGE SECTION.
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       01  OPERADOR-ID-ACTUAL PIC X(6).
       01  OPERADOR-AUTORIZADO PIC X.
      *Area de peticion del modulo de sesion de operadores.
       01  SALARIO-EDITADO PIC $$$$,$$9.99.
       01  DEPARTAMENTO-ANTES-DEL-CAMBIO PIC X(4).
       01  GRADO-ANTES-DEL-CAMBIO PIC X(4).
       01  IBAN-ANTES-DEL-CAMBIO PIC X(24).
       01  MOV-CAMPO-ACTUAL PIC X(1).
       01  MOV-ANTES-ACTUAL PIC X(4).
       01  MOV-DESPUES-ACTUAL PIC X(4).
       COPY "copybooks/28-EstadoRevision.cbl".
      *Estado del archivo de historial de movimientos.
       COPY "copybooks/28-EstadoMovimientos.cbl".
      *Estado del registro de cambios de cuenta bancaria.
       COPY "copybooks/28-EstadoCambiosCuenta.cbl".

       PROCEDURE DIVISION.

                       DISPLAY "Error al aprobar el registro de "
                               "revision."
               END-REWRITE
               PERFORM ESCRIBIR-EVENTO-APROBACION
               ADD 1 TO CONT-APROBADOS.

       APLICAR-BAJA-APROBADA.
           MOVE EMPLEADOS-DEPARTAMENTO
               TO DEPARTAMENTO-ANTES-DEL-CAMBIO.
           MOVE EMPLEADOS-GRADO TO GRADO-ANTES-DEL-CAMBIO.
           MOVE EMPLEADOS-BANCO-IBAN TO IBAN-ANTES-DEL-CAMBIO.
           MOVE REVISION-VALOR-PROPUESTO TO EMPLEADOS-REGISTRO.
           MOVE REVISION-EMPLEADOS-ID TO EMPLEADOS-ID.
           REWRITE EMPLEADOS-REGISTRO
               MOVE GRADO-ANTES-DEL-CAMBIO TO MOV-ANTES-ACTUAL
               MOVE EMPLEADOS-GRADO TO MOV-DESPUES-ACTUAL
               PERFORM ESCRIBIR-MOVIMIENTO.
           IF EMPLEADOS-BANCO-IBAN NOT = IBAN-ANTES-DEL-CAMBIO
               PERFORM ESCRIBIR-CAMBIO-CUENTA.

       ESCRIBIR-CAMBIO-CUENTA.
      *El IBAN que entra por una propuesta aprobada se anota como
      *cambio de cuenta de quien lo tecleo, no del supervisor que
      *lo aprueba: la llamada de comprobacion la debe hacer otro.
           OPEN I-O CAMBIOS-CUENTA-ARCHIVO.
           IF CAMBIOS-CUENTA-STATUS = "35"
               OPEN OUTPUT CAMBIOS-CUENTA-ARCHIVO
               CLOSE CAMBIOS-CUENTA-ARCHIVO
               OPEN I-O CAMBIOS-CUENTA-ARCHIVO.
           MOVE SPACE TO CAMBIOCTA-REGISTRO.
           MOVE EMPLEADOS-ID TO CAMBIOCTA-EMPLEADOS-ID.
           ACCEPT CAMBIOCTA-FECHA FROM DATE YYYYMMDD.
           ACCEPT CAMBIOCTA-HORA FROM TIME.
           MOVE IBAN-ANTES-DEL-CAMBIO TO CAMBIOCTA-IBAN-ANTES.
           MOVE EMPLEADOS-BANCO-IBAN TO CAMBIOCTA-IBAN-DESPUES.
           MOVE REVISION-OPERADOR-ID TO CAMBIOCTA-OPERADOR-ID.
           IF CAMBIOCTA-OPERADOR-ID = SPACE
               MOVE OPERADOR-ID-ACTUAL TO CAMBIOCTA-OPERADOR-ID.
           MOVE "RV" TO CAMBIOCTA-MOTIVO.
           MOVE ZEROES TO CAMBIOCTA-FECHA-VERIFICACION.
           WRITE CAMBIOCTA-REGISTRO
               INVALID KEY
                   DISPLAY "Error al anotar el cambio de cuenta del "
                           "empleado " EMPLEADOS-ID
           END-WRITE.
           CLOSE CAMBIOS-CUENTA-ARCHIVO.

       ESCRIBIR-MOVIMIENTO.
      *La propuesta aprobada que mueve el departamento o el grado
           PERFORM ASIGNAR-SECUENCIA-AUDITORIA.
           WRITE AUDITORIA-REGISTRO.

       ESCRIBIR-EVENTO-APROBACION.
      *La aprobacion queda en la auditoria a nombre del supervisor,
      *con el estilo de texto de los resumenes de sesion, para que
      *la segregacion de funciones la cruce con quien la propuso.
           MOVE SPACE TO AUDITORIA-REGISTRO.
           ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE "R" TO AUDITORIA-OPERACION.
           MOVE REVISION-EMPLEADOS-ID TO AUDITORIA-EMPLEADOS-ID.
           MOVE OPERADOR-ID-ACTUAL TO AUDITORIA-OPERADOR-ID.
           STRING "APRUEBA REVISION " DELIMITED BY SIZE
                  REVISION-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REVISION-HORA DELIMITED BY SIZE
                  " PROPUESTA POR " DELIMITED BY SIZE
                  REVISION-OPERADOR-ID DELIMITED BY SIZE
               INTO AUDITORIA-VALOR-DESPUES.
           PERFORM ASIGNAR-SECUENCIA-AUDITORIA.
           WRITE AUDITORIA-REGISTRO.

       ASIGNAR-SECUENCIA-AUDITORIA.
      *Obtiene la siguiente secuencia monotona del contador y la

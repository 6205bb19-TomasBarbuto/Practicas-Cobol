       FILE-CONTROL.
      *Archivo de notas de gastos de empleados.
       COPY "copybooks/28-PhGastos.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-PhAuditoria.cbl".
      *Archivo contador de secuencia de auditoria.
       COPY "copybooks/28-PhSecuenciaAuditoria.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo de notas de gastos de empleados.
       COPY "copybooks/28-LoGastos.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-LoAuditoria.cbl".
      *Archivo contador de secuencia de auditoria.
       COPY "copybooks/28-LoSecuenciaAuditoria.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-GASTOS PIC X.
       77  CONT-DEJADOS-PENDIENTES PIC 9(5) COMP VALUE 0.

       01  IMPORTE-EDITADO PIC $$$$,$$9.99.
       01  OPERADOR-ID-ACTUAL PIC X(6).

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Estado del archivo de notas de gastos.
       COPY "copybooks/28-EstadoGastos.cbl".
      *Estado del archivo de auditoria.
       COPY "copybooks/28-EstadoAuditoria.cbl".
      *Estado y clave del contador de secuencia de auditoria.
       COPY "copybooks/28-EstadoSecuenciaAuditoria.cbl".

       PROCEDURE DIVISION.

           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.
           MOVE SESION-OPERADOR-ID TO OPERADOR-ID-ACTUAL.

       ABRIR-GASTOS.
           OPEN I-O GASTOS-ARCHIVO.
               IF DECISION-SUPERVISOR = "A"
                   MOVE "A" TO GASTO-ESTADO
                   PERFORM REGRABAR-GASTO
                   PERFORM ESCRIBIR-EVENTO-APROBACION
                   ADD 1 TO CONT-APROBADOS
               ELSE
                   IF DECISION-SUPERVISOR = "R"
                           GASTO-CLAVE
           END-REWRITE.

       ESCRIBIR-EVENTO-APROBACION.
      *La nota aprobada queda en la auditoria a nombre del
      *supervisor, con el estilo de texto de los resumenes de
      *sesion, para que la segregacion de funciones la cruce con
      *quien la tecleo y con los cambios del empleado.
           MOVE SPACE TO AUDITORIA-REGISTRO.
           ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE "R" TO AUDITORIA-OPERACION.
           MOVE GASTO-EMPLEADOS-ID TO AUDITORIA-EMPLEADOS-ID.
           MOVE OPERADOR-ID-ACTUAL TO AUDITORIA-OPERADOR-ID.
           STRING "APRUEBA GASTO " DELIMITED BY SIZE
                  GASTO-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GASTO-SECUENCIA DELIMITED BY SIZE
                  " TECLEADO POR " DELIMITED BY SIZE
                  GASTO-OPERADOR-ID DELIMITED BY SIZE
               INTO AUDITORIA-VALOR-DESPUES.
           OPEN EXTEND EMPLEADOS-AUDITORIA.
           PERFORM ASIGNAR-SECUENCIA-AUDITORIA.
           WRITE AUDITORIA-REGISTRO.
           CLOSE EMPLEADOS-AUDITORIA.

       ASIGNAR-SECUENCIA-AUDITORIA.
      *Obtiene la siguiente secuencia monotona del contador y la
      *estampa en el movimiento antes de escribirlo. El contador se
      *abre y cierra aqui mismo para no tocar las aperturas de cada
      *programa.
           OPEN I-O SECUENCIA-AUDITORIA-ARCHIVO.
           IF SECUENCIA-AUDITORIA-STATUS = "35"
               OPEN OUTPUT SECUENCIA-AUDITORIA-ARCHIVO
               MOVE ZEROES TO SECUENCIA-AUDITORIA-ULTIMA
               WRITE SECUENCIA-AUDITORIA-REGISTRO
               CLOSE SECUENCIA-AUDITORIA-ARCHIVO
               OPEN I-O SECUENCIA-AUDITORIA-ARCHIVO.
           READ SECUENCIA-AUDITORIA-ARCHIVO
               INVALID KEY
                   MOVE ZEROES TO SECUENCIA-AUDITORIA-ULTIMA
           END-READ.
           ADD 1 TO SECUENCIA-AUDITORIA-ULTIMA.
           REWRITE SECUENCIA-AUDITORIA-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar la secuencia de "
                           "auditoria."
           END-REWRITE.
           MOVE SECUENCIA-AUDITORIA-ULTIMA TO AUDITORIA-SECUENCIA.
           CLOSE SECUENCIA-AUDITORIA-ARCHIVO.

       END PROGRAM REVISAR-GASTOS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLICAR-VARIACIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Registro de variaciones de nomina por periodo.
       COPY "copybooks/28-PhVariacionesNomina.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Registro de variaciones de nomina por periodo.
       COPY "copybooks/28-LoVariacionesNomina.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
       77  FIN-VARIACIONES PIC X.
       77  CONT-EXPLICADAS PIC 9(5) COMP VALUE 0.
       77  CONT-SIGUEN-PENDIENTES PIC 9(5) COMP VALUE 0.

       01  OPERADOR-SUPERVISOR PIC X(6).
       01  FECHA-DE-HOY PIC 9(8).
       01  PERIODO-X PIC X(6).
       01  PERIODO-9 REDEFINES PERIODO-X PIC 9(6).
       01  PERIODO-R REDEFINES PERIODO-X.
           05 PERIODO-ANIO PIC 9(4).
           05 PERIODO-MES PIC 9(2).
       01  EXPLICACION-TECLEADA PIC X(40).
       01  ANTERIOR-EDITADO PIC -ZZZ,ZZZ,ZZ9.99.
       01  ACTUAL-EDITADO PIC -ZZZ,ZZZ,ZZ9.99.
       01  PORCENTAJE-EDITADO PIC -ZZZZ9.99.
       01  MOTIVO-LITERAL PIC X(30).

      *Estado del registro de variaciones de nomina.
       COPY "copybooks/28-EstadoVariacionesNomina.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Explicar una variacion libera la remesa del periodo, asi que
      *es un trabajo de supervisor y queda firmado con su ID.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           IF SESION-AUTORIZADO NOT = "S"
               DISPLAY "Acceso denegado."
               STOP RUN.
           MOVE SESION-OPERADOR-ID TO OPERADOR-SUPERVISOR.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM PEDIR-PERIODO.
           OPEN I-O VARIACIONES-NOMINA-ARCHIVO.
           IF VARIACIONES-NOMINA-STATUS NOT = "00"
               DISPLAY "No hay variaciones de nomina comprobadas."
               STOP RUN.
           MOVE PERIODO-9 TO VARNOM-ANIO-MES.
           MOVE "D" TO VARNOM-AMBITO.
           MOVE LOW-VALUES TO VARNOM-CODIGO.
           MOVE LOW-VALUES TO VARNOM-MOTIVO.
           MOVE "N" TO FIN-VARIACIONES.
           START VARIACIONES-NOMINA-ARCHIVO KEY IS NOT LESS THAN
               VARNOM-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-VARIACIONES
           END-START.
           PERFORM LEER-VARIACION.
           PERFORM EXPLICAR-VARIACION THRU EXPLICAR-VARIACION-FIN
           UNTIL FIN-VARIACIONES = "S".
           CLOSE VARIACIONES-NOMINA-ARCHIVO.
           DISPLAY " ".
           DISPLAY "Lineas explicadas: " CONT-EXPLICADAS.
           DISPLAY "Lineas que siguen pendientes: "
                   CONT-SIGUEN-PENDIENTES.
           IF CONT-SIGUEN-PENDIENTES > 0
               DISPLAY "ORDENES-PAGO no generara la remesa del "
                       "periodo " PERIODO-9 " hasta explicarlas.".
           STOP RUN.

       PEDIR-PERIODO.
           DISPLAY "Periodo a explicar (AAAAMM, en blanco = mes de "
                   "la fecha de negocio): ".
           ACCEPT PERIODO-X.
           IF PERIODO-X NOT NUMERIC
               COMPUTE PERIODO-9 = FECHA-DE-HOY / 100
           ELSE
               IF PERIODO-MES < 1 OR PERIODO-MES > 12
                   COMPUTE PERIODO-9 = FECHA-DE-HOY / 100
                   DISPLAY "Periodo no valido, se usa " PERIODO-9.

       LEER-VARIACION.
           IF FIN-VARIACIONES = "N"
               READ VARIACIONES-NOMINA-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-VARIACIONES
               END-READ.
           IF FIN-VARIACIONES = "N" AND
              VARNOM-ANIO-MES NOT = PERIODO-9
               MOVE "S" TO FIN-VARIACIONES.

       EXPLICAR-VARIACION.
      *Solo se preguntan las lineas pendientes; en blanco la linea
      *sigue pendiente.
           IF NOT VARNOM-PENDIENTE
               GO TO EXPLICAR-VARIACION-SIGUIENTE.
           PERFORM MOSTRAR-VARIACION.
           DISPLAY "Explicacion (en blanco = dejar pendiente): ".
           MOVE SPACE TO EXPLICACION-TECLEADA.
           ACCEPT EXPLICACION-TECLEADA.
           IF EXPLICACION-TECLEADA = SPACE
               ADD 1 TO CONT-SIGUEN-PENDIENTES
               GO TO EXPLICAR-VARIACION-SIGUIENTE.
           MOVE "E" TO VARNOM-ESTADO.
           MOVE EXPLICACION-TECLEADA TO VARNOM-EXPLICACION.
           MOVE OPERADOR-SUPERVISOR TO VARNOM-SUPERVISOR-ID.
           MOVE FECHA-DE-HOY TO VARNOM-FECHA-EXPLICACION.
           REWRITE VARNOM-REGISTRO
               INVALID KEY
                   DISPLAY "Error al regrabar la variacion "
                           VARNOM-CLAVE
                   ADD 1 TO CONT-SIGUEN-PENDIENTES
               NOT INVALID KEY
                   ADD 1 TO CONT-EXPLICADAS
           END-REWRITE.

       EXPLICAR-VARIACION-SIGUIENTE.
           PERFORM LEER-VARIACION.

       EXPLICAR-VARIACION-FIN.
           EXIT.

       MOSTRAR-VARIACION.
           IF VARNOM-MOTIVO = "VB"
               MOVE "VARIACION DEL BRUTO" TO MOTIVO-LITERAL
           ELSE
           IF VARNOM-MOTIVO = "VN"
               MOVE "VARIACION DEL NETO" TO MOTIVO-LITERAL
           ELSE
           IF VARNOM-MOTIVO = "NC"
               MOVE "NETO CERO O NEGATIVO" TO MOTIVO-LITERAL
           ELSE
           IF VARNOM-MOTIVO = "IN"
               MOVE "EMPLEADO INACTIVO CON NOMINA" TO MOTIVO-LITERAL
           ELSE
           IF VARNOM-MOTIVO = "PP"
               MOVE "PRIMER PAGO AL EMPLEADO" TO MOTIVO-LITERAL
           ELSE
           IF VARNOM-MOTIVO = "VD"
               MOVE "VARIACION DEL DEPARTAMENTO" TO MOTIVO-LITERAL
           ELSE
               MOVE VARNOM-MOTIVO TO MOTIVO-LITERAL.
           MOVE VARNOM-ANTERIOR TO ANTERIOR-EDITADO.
           MOVE VARNOM-ACTUAL TO ACTUAL-EDITADO.
           MOVE VARNOM-PORCENTAJE TO PORCENTAJE-EDITADO.
           DISPLAY " ".
           IF VARNOM-DEPARTAMENTO
               DISPLAY "Departamento " VARNOM-CODIGO ": "
                       MOTIVO-LITERAL
           ELSE
               DISPLAY "Empleado " VARNOM-CODIGO ": " MOTIVO-LITERAL.
           DISPLAY "  Mes anterior: " ANTERIOR-EDITADO
                   "  Periodo: " ACTUAL-EDITADO
                   "  Variacion: " PORCENTAJE-EDITADO "%".

       END PROGRAM EXPLICAR-VARIACIONES.

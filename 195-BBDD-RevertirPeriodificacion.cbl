       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERTIR-PERIODIFICACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Registro de periodificaciones de nomina.
       COPY "copybooks/28-PhPeriodificaciones.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Registro de periodificaciones de nomina.
       COPY "copybooks/28-LoPeriodificaciones.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-PERIODIFICACIONES PIC X.
       77  SUB-I PIC 9(2) COMP VALUE 0.
       77  POSICION-DEPARTAMENTO PIC 9(2) COMP VALUE 0.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".

      *Cuentas de pasivo en las que PERIODIFICACION-MES abona cada
      *tipo de periodificacion.
       01  CUENTA-PAGAS-DEVENGADAS PIC X(8) VALUE "46500100".
       01  CUENTA-VACACIONES-DEVENGADAS PIC X(8) VALUE "46500200".

       01  FECHA-DE-HOY PIC 9(8).

      *Estado del registro de periodificaciones.
       COPY "copybooks/28-EstadoPeriodificaciones.cbl".

       LINKAGE SECTION.
      *Area de peticion del modulo de reversion de periodificaciones.
       COPY "copybooks/28-LkReversion.cbl".

       PROCEDURE DIVISION USING REVERSION-PETICION.

       EMPIEZA-PROGRAMA.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           IF REVERSION-TIPO = "P"
               MOVE CUENTA-PAGAS-DEVENGADAS TO REVERSION-CUENTA
           ELSE
               MOVE CUENTA-VACACIONES-DEVENGADAS TO REVERSION-CUENTA.
           IF REVERSION-CONSULTAR
               MOVE ZERO TO REVERSION-TOTAL
               MOVE 0 TO REVERSION-DEPARTAMENTOS
               OPEN INPUT PERIODIFICACIONES-ARCHIVO
           ELSE
               OPEN I-O PERIODIFICACIONES-ARCHIVO.
      *Sin registro todavia no hay nada periodificado que revertir.
           IF PERIODIFICACIONES-STATUS NOT = "00"
               GO TO TERMINA-PROGRAMA.
           MOVE "N" TO FIN-PERIODIFICACIONES.
           MOVE REVERSION-TIPO TO PERIODIF-TIPO.
           MOVE REVERSION-MES-DESDE TO PERIODIF-MES.
           MOVE LOW-VALUES TO PERIODIF-DEPARTAMENTO.
           START PERIODIFICACIONES-ARCHIVO KEY IS NOT LESS THAN
               PERIODIF-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-PERIODIFICACIONES
           END-START.
           PERFORM TRATAR-PERIODIFICACION
           UNTIL FIN-PERIODIFICACIONES = "S".
           CLOSE PERIODIFICACIONES-ARCHIVO.

       TERMINA-PROGRAMA.
           GOBACK.

       TRATAR-PERIODIFICACION.
           READ PERIODIFICACIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PERIODIFICACIONES
           END-READ.
           IF FIN-PERIODIFICACIONES = "N"
               IF PERIODIF-TIPO NOT = REVERSION-TIPO OR
                  PERIODIF-MES > REVERSION-MES-HASTA
                   MOVE "S" TO FIN-PERIODIFICACIONES.
           IF FIN-PERIODIFICACIONES = "N" AND PERIODIF-PENDIENTE
               IF REVERSION-CONSULTAR
                   PERFORM SUMAR-AL-DEPARTAMENTO
               ELSE
                   PERFORM MARCAR-REVERTIDA.

       SUMAR-AL-DEPARTAMENTO.
           PERFORM BUSCAR-DEPARTAMENTO-EN-TABLA.
           IF POSICION-DEPARTAMENTO = 0
               IF REVERSION-DEPARTAMENTOS < 50
                   ADD 1 TO REVERSION-DEPARTAMENTOS
                   MOVE REVERSION-DEPARTAMENTOS
                       TO POSICION-DEPARTAMENTO
                   MOVE PERIODIF-DEPARTAMENTO
                       TO REVERSION-DEPARTAMENTO (POSICION-DEPARTAMENTO)
                   MOVE ZERO
                       TO REVERSION-IMPORTE (POSICION-DEPARTAMENTO)
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 50 departamentos, la "
                               "reversion no incluye los siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.
           IF POSICION-DEPARTAMENTO > 0
               ADD PERIODIF-IMPORTE
                   TO REVERSION-IMPORTE (POSICION-DEPARTAMENTO)
               ADD PERIODIF-IMPORTE TO REVERSION-TOTAL.

       BUSCAR-DEPARTAMENTO-EN-TABLA.
           MOVE 0 TO POSICION-DEPARTAMENTO.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-DEPARTAMENTO
           UNTIL SUB-I > REVERSION-DEPARTAMENTOS OR
                 POSICION-DEPARTAMENTO > 0.

       COMPARAR-FILA-DEPARTAMENTO.
           IF REVERSION-DEPARTAMENTO (SUB-I) = PERIODIF-DEPARTAMENTO
               MOVE SUB-I TO POSICION-DEPARTAMENTO.
           ADD 1 TO SUB-I.

       MARCAR-REVERTIDA.
      *Solo se marcan los departamentos que entraron en la consulta:
      *lo que no cupo en la tabla sigue pendiente para otra vez.
           PERFORM BUSCAR-DEPARTAMENTO-EN-TABLA.
           IF POSICION-DEPARTAMENTO > 0
               MOVE "R" TO PERIODIF-ESTADO
               MOVE FECHA-DE-HOY TO PERIODIF-FECHA-REVERSION
               MOVE REVERSION-PROGRAMA TO PERIODIF-PROGRAMA-REVERSION
               REWRITE PERIODIF-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al marcar como revertida la "
                               "periodificacion " PERIODIF-CLAVE
               END-REWRITE.

       END PROGRAM REVERTIR-PERIODIFICACION.

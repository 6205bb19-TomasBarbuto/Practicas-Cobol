       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-RECONOCIMIENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Archivo maestro de tipos de reconocimiento medico.
       COPY "copybooks/28-PhTiposReconocimiento.cbl".
      *Archivo de reconocimientos medicos de los empleados.
       COPY "copybooks/28-PhReconocimientos.cbl".
      *Archivo de trabajo usado por el verbo SORT.
       SELECT ORDEN-ARCHIVO ASSIGN TO "RECONOCIMIENTOS.TMP".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Archivo maestro de tipos de reconocimiento medico.
       COPY "copybooks/28-LoTiposReconocimiento.cbl".
      *Archivo de reconocimientos medicos de los empleados.
       COPY "copybooks/28-LoReconocimientos.cbl".
      *Registro de trabajo del SORT: una linea por empleado y
      *reconocimiento pendiente, ordenadas por departamento y
      *situacion para cortar el listado por departamento.
       SD ORDEN-ARCHIVO.
       01 ORDEN-REGISTRO.
           05 ORDEN-DEPARTAMENTO PIC X(04).
           05 ORDEN-SITUACION PIC X(01).
           05 ORDEN-ID PIC X(06).
           05 ORDEN-TIPO PIC X(04).
           05 ORDEN-NOMBRE PIC X(40).
           05 ORDEN-DESCRIPCION PIC X(30).
           05 ORDEN-FECHA PIC 9(08).
           05 ORDEN-PROXIMA PIC 9(08).
           05 ORDEN-APTO-PREVIO PIC X(01).

       WORKING-STORAGE SECTION.
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
       77  FIN-LECTURA PIC X.
       77  FIN-ORDEN PIC X.
       77  FIN-TIPOS PIC X.
       77  TIPOS-DISPONIBLES PIC X VALUE "N".
       77  RECONOCIMIENTOS-DISPONIBLES PIC X VALUE "N".
       77  RECONOCIMIENTO-HALLADO PIC X.
       77  TABLA-LLENA PIC X VALUE "N".
       77  SUB-R PIC 9(4) COMP VALUE 0.
       77  PUNTERO-LINEA PIC 9(3) COMP VALUE 0.
       77  CONT-REQUISITOS PIC 9(4) COMP VALUE 0.
       77  CONT-SIN-RECONOCIMIENTO PIC 9(5) COMP VALUE 0.
       77  CONT-NO-APTOS PIC 9(5) COMP VALUE 0.
       77  CONT-VENCIDOS PIC 9(5) COMP VALUE 0.
       77  CONT-VENCEN-MES PIC 9(5) COMP VALUE 0.
       77  CONT-DEPARTAMENTO PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  PERIODO-X PIC X(6).
       01  PERIODO-9 REDEFINES PERIODO-X PIC 9(6).
       01  PERIODO-R REDEFINES PERIODO-X.
           05 PERIODO-ANIO PIC 9(4).
           05 PERIODO-MES PIC 9(2).

      *Limites del mes listado: lo que vence antes del primer dia
      *esta vencido y lo que vence hasta el ultimo vence en el mes.
       01  FECHA-PRIMER-DIA PIC 9(8).
       01  FECHA-ULTIMO-DIA PIC 9(8).

      *Requisitos del maestro de tipos cargados en memoria. Vienen
      *en orden de clave, asi que los del mismo tipo van seguidos y
      *cada empleado se revisa una sola vez por tipo.
       01  TABLA-REQUISITOS.
           05 REQUISITO-FILA OCCURS 300 TIMES.
               10 REQUISITO-CODIGO PIC X(4).
               10 REQUISITO-AMBITO PIC X(1).
               10 REQUISITO-AMBITO-CODIGO PIC X(4).
               10 REQUISITO-DESCRIPCION PIC X(30).
               10 REQUISITO-APTO-PREVIO PIC X(1).
       01  TIPO-REVISADO PIC X(4).

      *Situaciones del listado, en el orden en que se imprimen
      *dentro de cada departamento.
       01  SITUACION-ACTUAL PIC X(1).
           88 SITUACION-SIN-RECONOCIMIENTO VALUE "1".
           88 SITUACION-NO-APTO VALUE "2".
           88 SITUACION-VENCIDO VALUE "3".
           88 SITUACION-VENCE-MES VALUE "4".
       01  SITUACION-TEXTO PIC X(18).
       01  NOMBRE-EMPLEADO PIC X(40).
       01  DEPARTAMENTO-EN-CURSO PIC X(4) VALUE SPACE.
       01  DEPARTAMENTO-ABIERTO PIC X(1) VALUE "N".

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del maestro de tipos de reconocimiento medico.
       COPY "copybooks/28-EstadoTiposReconocimiento.cbl".
      *Estado del archivo de reconocimientos medicos.
       COPY "copybooks/28-EstadoReconocimientos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Listado mensual de vigilancia de la salud: por departamento,
      *los empleados activos que no tienen un reconocimiento que su
      *departamento o su grado exige, los que tienen el ultimo NO
      *APTO, los vencidos y los que vencen dentro del mes.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM PEDIR-PERIODO.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           IF TIPOS-DISPONIBLES = "N" OR CONT-REQUISITOS = 0
               DISPLAY "No hay tipos de reconocimiento en el "
                       "maestro, no hay nada que listar."
           ELSE
               PERFORM ABRIR-INFORME
               SORT ORDEN-ARCHIVO
                   ON ASCENDING KEY ORDEN-DEPARTAMENTO
                                    ORDEN-SITUACION
                                    ORDEN-ID
                                    ORDEN-TIPO
                   INPUT PROCEDURE IS REVISAR-EMPLEADOS
                   OUTPUT PROCEDURE IS LISTAR-PENDIENTES
               PERFORM IMPRIMIR-CONTROL
               PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PEDIR-PERIODO.
           DISPLAY "Mes a listar (AAAAMM, en blanco = mes de la "
                   "fecha de negocio): ".
           ACCEPT PERIODO-X.
           IF PERIODO-X NOT NUMERIC
               COMPUTE PERIODO-9 = FECHA-DE-HOY / 100
           ELSE
               IF PERIODO-MES < 1 OR PERIODO-MES > 12
                   COMPUTE PERIODO-9 = FECHA-DE-HOY / 100
                   DISPLAY "Periodo no valido, se usa " PERIODO-9.
           COMPUTE FECHA-PRIMER-DIA = (PERIODO-9 * 100) + 1.
           COMPUTE FECHA-ULTIMO-DIA = (PERIODO-9 * 100) + 31.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           MOVE "S" TO TIPOS-DISPONIBLES.
           OPEN INPUT TIPOS-RECONOCIMIENTO-ARCHIVO.
           IF TIPOS-RECONOCIMIENTO-STATUS = "35"
               MOVE "N" TO TIPOS-DISPONIBLES
           ELSE
               PERFORM CARGAR-REQUISITOS.
           MOVE "S" TO RECONOCIMIENTOS-DISPONIBLES.
           OPEN INPUT RECONOCIMIENTOS-ARCHIVO.
           IF RECONOCIMIENTOS-STATUS = "35"
               MOVE "N" TO RECONOCIMIENTOS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.
           IF TIPOS-DISPONIBLES = "S"
               CLOSE TIPOS-RECONOCIMIENTO-ARCHIVO.
           IF RECONOCIMIENTOS-DISPONIBLES = "S"
               CLOSE RECONOCIMIENTOS-ARCHIVO.

       CARGAR-REQUISITOS.
           MOVE "N" TO FIN-TIPOS.
           PERFORM CARGAR-UN-REQUISITO
           UNTIL FIN-TIPOS = "S".

       CARGAR-UN-REQUISITO.
           READ TIPOS-RECONOCIMIENTO-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-TIPOS
           END-READ.
           IF FIN-TIPOS = "N"
               IF CONT-REQUISITOS < 300
                   ADD 1 TO CONT-REQUISITOS
                   MOVE TIPORECO-CODIGO
                       TO REQUISITO-CODIGO (CONT-REQUISITOS)
                   MOVE TIPORECO-AMBITO
                       TO REQUISITO-AMBITO (CONT-REQUISITOS)
                   MOVE TIPORECO-AMBITO-CODIGO
                       TO REQUISITO-AMBITO-CODIGO (CONT-REQUISITOS)
                   MOVE TIPORECO-DESCRIPCION
                       TO REQUISITO-DESCRIPCION (CONT-REQUISITOS)
                   MOVE TIPORECO-APTO-PREVIO
                       TO REQUISITO-APTO-PREVIO (CONT-REQUISITOS)
               ELSE
                   IF TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 300 requisitos de "
                               "reconocimiento, el listado no tiene "
                               "en cuenta los siguientes."
                       MOVE "S" TO TABLA-LLENA.

       REVISAR-EMPLEADOS.
           MOVE "N" TO FIN-LECTURA.
           PERFORM REVISAR-UN-EMPLEADO
           UNTIL FIN-LECTURA = "S".

       REVISAR-UN-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N" AND EMPLEADOS-ACTIVO
               MOVE SPACE TO NOMBRE-EMPLEADO
               STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      EMPLEADOS-APELLIDOS DELIMITED BY "  "
                   INTO NOMBRE-EMPLEADO
               MOVE SPACE TO TIPO-REVISADO
               MOVE 1 TO SUB-R
               PERFORM REVISAR-REQUISITO-EMPLEADO
               UNTIL SUB-R > CONT-REQUISITOS.

       REVISAR-REQUISITO-EMPLEADO.
           IF REQUISITO-CODIGO (SUB-R) NOT = TIPO-REVISADO
               IF (REQUISITO-AMBITO (SUB-R) = "D" AND
                   REQUISITO-AMBITO-CODIGO (SUB-R) =
                   EMPLEADOS-DEPARTAMENTO) OR
                  (REQUISITO-AMBITO (SUB-R) = "G" AND
                   REQUISITO-AMBITO-CODIGO (SUB-R) = EMPLEADOS-GRADO)
                   MOVE REQUISITO-CODIGO (SUB-R) TO TIPO-REVISADO
                   PERFORM CLASIFICAR-RECONOCIMIENTO.
           ADD 1 TO SUB-R.

       CLASIFICAR-RECONOCIMIENTO.
      *El empleado entra en el listado si no tiene el
      *reconocimiento, si el ultimo fue no apto, si esta vencido al
      *empezar el mes o si vence dentro de el.
           MOVE "N" TO RECONOCIMIENTO-HALLADO.
           IF RECONOCIMIENTOS-DISPONIBLES = "S"
               MOVE EMPLEADOS-ID TO RECONOC-EMPLEADOS-ID
               MOVE REQUISITO-CODIGO (SUB-R) TO RECONOC-TIPO
               MOVE "S" TO RECONOCIMIENTO-HALLADO
               READ RECONOCIMIENTOS-ARCHIVO
                   INVALID KEY
                       MOVE "N" TO RECONOCIMIENTO-HALLADO
               END-READ.
           MOVE SPACE TO SITUACION-ACTUAL.
           IF RECONOCIMIENTO-HALLADO = "N"
               MOVE ZEROES TO RECONOC-FECHA
               MOVE ZEROES TO RECONOC-PROXIMA-FECHA
               SET SITUACION-SIN-RECONOCIMIENTO TO TRUE
               ADD 1 TO CONT-SIN-RECONOCIMIENTO
           ELSE
               IF RECONOC-NO-APTO
                   SET SITUACION-NO-APTO TO TRUE
                   ADD 1 TO CONT-NO-APTOS
               ELSE
                   IF RECONOC-PROXIMA-FECHA < FECHA-PRIMER-DIA
                       SET SITUACION-VENCIDO TO TRUE
                       ADD 1 TO CONT-VENCIDOS
                   ELSE
                       IF RECONOC-PROXIMA-FECHA NOT >
                          FECHA-ULTIMO-DIA
                           SET SITUACION-VENCE-MES TO TRUE
                           ADD 1 TO CONT-VENCEN-MES.
           IF SITUACION-ACTUAL NOT = SPACE
               MOVE SPACE TO ORDEN-REGISTRO
               MOVE EMPLEADOS-DEPARTAMENTO TO ORDEN-DEPARTAMENTO
               MOVE SITUACION-ACTUAL TO ORDEN-SITUACION
               MOVE EMPLEADOS-ID TO ORDEN-ID
               MOVE REQUISITO-CODIGO (SUB-R) TO ORDEN-TIPO
               MOVE NOMBRE-EMPLEADO TO ORDEN-NOMBRE
               MOVE REQUISITO-DESCRIPCION (SUB-R)
                   TO ORDEN-DESCRIPCION
               MOVE RECONOC-FECHA TO ORDEN-FECHA
               MOVE RECONOC-PROXIMA-FECHA TO ORDEN-PROXIMA
               MOVE REQUISITO-APTO-PREVIO (SUB-R)
                   TO ORDEN-APTO-PREVIO
               RELEASE ORDEN-REGISTRO.

       LISTAR-PENDIENTES.
           MOVE "N" TO FIN-ORDEN.
           PERFORM DEVOLVER-SIGUIENTE-PENDIENTE.
           PERFORM EMITIR-PENDIENTE
           UNTIL FIN-ORDEN = "S".
           IF DEPARTAMENTO-ABIERTO = "S"
               PERFORM CERRAR-DEPARTAMENTO.

       DEVOLVER-SIGUIENTE-PENDIENTE.
           RETURN ORDEN-ARCHIVO
               AT END
                   MOVE "S" TO FIN-ORDEN
           END-RETURN.

       EMITIR-PENDIENTE.
           IF DEPARTAMENTO-ABIERTO = "N" OR
              ORDEN-DEPARTAMENTO NOT = DEPARTAMENTO-EN-CURSO
               IF DEPARTAMENTO-ABIERTO = "S"
                   PERFORM CERRAR-DEPARTAMENTO
               END-IF
               PERFORM ABRIR-DEPARTAMENTO.
           ADD 1 TO CONT-DEPARTAMENTO.
           MOVE ORDEN-SITUACION TO SITUACION-ACTUAL.
           IF SITUACION-SIN-RECONOCIMIENTO
               MOVE "SIN RECONOCIMIENTO" TO SITUACION-TEXTO.
           IF SITUACION-NO-APTO
               MOVE "NO APTO" TO SITUACION-TEXTO.
           IF SITUACION-VENCIDO
               MOVE "VENCIDO" TO SITUACION-TEXTO.
           IF SITUACION-VENCE-MES
               MOVE "VENCE EN EL MES" TO SITUACION-TEXTO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   " DELIMITED BY SIZE
                  ORDEN-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDEN-NOMBRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDEN-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDEN-DESCRIPCION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SITUACION-TEXTO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           MOVE 1 TO PUNTERO-LINEA.
           IF SITUACION-SIN-RECONOCIMIENTO
               STRING "       NUNCA REALIZADO" DELIMITED BY SIZE
                   INTO INFORME-LINEA WITH POINTER PUNTERO-LINEA
           ELSE
               STRING "       ULTIMO " DELIMITED BY SIZE
                      ORDEN-FECHA DELIMITED BY SIZE
                      "  PROXIMO " DELIMITED BY SIZE
                      ORDEN-PROXIMA DELIMITED BY SIZE
                   INTO INFORME-LINEA WITH POINTER PUNTERO-LINEA.
           IF ORDEN-APTO-PREVIO = "S"
               STRING "  EL PUESTO EXIGE APTO PREVIO"
                      DELIMITED BY SIZE
                   INTO INFORME-LINEA WITH POINTER PUNTERO-LINEA.
           PERFORM IMPRIMIR-LINEA.
           PERFORM DEVOLVER-SIGUIENTE-PENDIENTE.

       ABRIR-DEPARTAMENTO.
           MOVE ORDEN-DEPARTAMENTO TO DEPARTAMENTO-EN-CURSO.
           MOVE "S" TO DEPARTAMENTO-ABIERTO.
           MOVE ZERO TO CONT-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           MOVE DEPARTAMENTO-EN-CURSO TO DEPARTAMENTOS-CODIGO.
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   STRING "DEPARTAMENTO " DELIMITED BY SIZE
                          DEPARTAMENTO-EN-CURSO DELIMITED BY SIZE
                          " (SIN MAESTRO)" DELIMITED BY SIZE
                       INTO INFORME-LINEA
               NOT INVALID KEY
                   STRING "DEPARTAMENTO " DELIMITED BY SIZE
                          DEPARTAMENTO-EN-CURSO DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          DEPARTAMENTOS-NOMBRE DELIMITED BY SIZE
                          " RESPONSABLE: " DELIMITED BY SIZE
                          DEPARTAMENTOS-RESPONSABLE DELIMITED BY SIZE
                       INTO INFORME-LINEA
           END-READ.
           PERFORM IMPRIMIR-LINEA.

       CERRAR-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-DEPARTAMENTO TO CONT-EDITADO.
           STRING "       TOTAL DEPARTAMENTO " DELIMITED BY SIZE
                  DEPARTAMENTO-EN-CURSO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  " RECONOCIMIENTOS PENDIENTES" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-CONTROL.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-SIN-RECONOCIMIENTO TO CONT-EDITADO.
           STRING "SIN RECONOCIMIENTO:         " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-NO-APTOS TO CONT-EDITADO.
           STRING "ULTIMO RESULTADO NO APTO:   " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-VENCIDOS TO CONT-EDITADO.
           STRING "VENCIDOS:                   " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-VENCEN-MES TO CONT-EDITADO.
           STRING "VENCEN EN EL MES:           " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_RECONOCIMIENTOS.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-RECONOCIMIENTOS" TO INFORME-PROGRAMA.
           MOVE "RECONOCIMIENTOS MEDICOS PENDIENTES DEL MES"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "MES " DELIMITED BY SIZE
                  PERIODO-9 DELIMITED BY SIZE
                  "   EMPLEADO / RECONOCIMIENTO / SITUACION"
                  DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-LINEA.
           MOVE "L" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       CERRAR-INFORME.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM INFORME-RECONOCIMIENTOS.

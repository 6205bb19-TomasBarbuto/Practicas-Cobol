       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-HORAS-RETENIDAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Archivo de horas extra retenidas.
       COPY "copybooks/28-PhHorasRetenidas.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Archivo de horas extra retenidas.
       COPY "copybooks/28-LoHorasRetenidas.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  SUB-J PIC 9(4) COMP VALUE 0.
       77  CONT-RETENIDAS PIC 9(4) COMP VALUE 0.
       77  CONT-DEPARTAMENTOS PIC 9(4) COMP VALUE 0.
       77  REGISTRO-ENCONTRADO PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".

      *Horas retenidas pendientes de decision, cargadas en memoria
      *para agruparlas por departamento del empleado.
       01  TABLA-RETENIDAS.
           05 RETENIDA-FILA OCCURS 500 TIMES.
               10 RETENIDA-FILA-ORDEN.
                   15 RETENIDA-FILA-DEPARTAMENTO PIC X(4).
                   15 RETENIDA-FILA-ID PIC X(6).
                   15 RETENIDA-FILA-ANIO-MES PIC 9(6).
               10 RETENIDA-FILA-APELLIDOS PIC X(25).
               10 RETENIDA-FILA-NOMBRE PIC X(25).
               10 RETENIDA-FILA-HORAS PIC 9(4)V99.

       01  FILA-TEMPORAL PIC X(72).

       01  FECHA-DE-HOY PIC 9(8).
       01  DEPARTAMENTO-EN-CURSO PIC X(4).
       01  HORAS-DEPARTAMENTO PIC 9(7)V99 VALUE 0.
       01  TOTAL-HORAS PIC 9(7)V99 VALUE 0.

       01  HORAS-EDITADAS PIC ZZZ9.99.
       01  TOTAL-EDITADO PIC Z,ZZZ,ZZ9.99.
       01  CONT-EDITADO PIC ZZZ9.

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del archivo de horas extra retenidas.
       COPY "copybooks/28-EstadoHorasRetenidas.cbl".
      *Area de peticion del modulo ESCRITOR-INFORMES.
       COPY "copybooks/28-LkInforme.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           IF HORAS-RETENIDAS-STATUS = "35"
               DISPLAY "No hay horas extra retenidas registradas."
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEE-SIGUIENTE-RETENIDA
               PERFORM REVISAR-RETENIDA
               UNTIL LEE-TODO = "1"
               PERFORM ORDENAR-POR-DEPARTAMENTO
               PERFORM IMPRIMIR-INFORME
               CLOSE HORAS-RETENIDAS-ARCHIVO.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           OPEN INPUT HORAS-RETENIDAS-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       LEE-SIGUIENTE-RETENIDA.
           READ HORAS-RETENIDAS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       REVISAR-RETENIDA.
      *Solo interesan las retenidas sobre las que el responsable
      *todavia no ha decidido; las liberadas, pagadas y anuladas ya
      *no esperan nada de el.
           IF RETENIDA-PENDIENTE
               PERFORM GUARDAR-RETENIDA.
           PERFORM LEE-SIGUIENTE-RETENIDA.

       GUARDAR-RETENIDA.
           MOVE RETENIDA-EMPLEADOS-ID TO EMPLEADOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           IF CONT-RETENIDAS < 500
               ADD 1 TO CONT-RETENIDAS
               MOVE RETENIDA-EMPLEADOS-ID
                   TO RETENIDA-FILA-ID (CONT-RETENIDAS)
               MOVE RETENIDA-ANIO-MES
                   TO RETENIDA-FILA-ANIO-MES (CONT-RETENIDAS)
               MOVE RETENIDA-HORAS
                   TO RETENIDA-FILA-HORAS (CONT-RETENIDAS)
               IF REGISTRO-ENCONTRADO = "S"
                   MOVE EMPLEADOS-DEPARTAMENTO
                       TO RETENIDA-FILA-DEPARTAMENTO (CONT-RETENIDAS)
                   MOVE EMPLEADOS-APELLIDOS
                       TO RETENIDA-FILA-APELLIDOS (CONT-RETENIDAS)
                   MOVE EMPLEADOS-NOMBRE
                       TO RETENIDA-FILA-NOMBRE (CONT-RETENIDAS)
               ELSE
                   MOVE SPACE
                       TO RETENIDA-FILA-DEPARTAMENTO (CONT-RETENIDAS)
                   MOVE "(NO EXISTE EN EMPLEADOS)"
                       TO RETENIDA-FILA-APELLIDOS (CONT-RETENIDAS)
                   MOVE SPACE
                       TO RETENIDA-FILA-NOMBRE (CONT-RETENIDAS)
               END-IF
           ELSE
               IF AVISO-TABLA-LLENA = "N"
                   DISPLAY "Aviso: mas de 500 meses con horas "
                           "retenidas, el informe no incluye los "
                           "siguientes."
                   MOVE "S" TO AVISO-TABLA-LLENA.

       ORDENAR-POR-DEPARTAMENTO.
      *Ordenacion por seleccion sobre la tabla en memoria por
      *departamento, empleado y mes, como la del informe de
      *certificaciones.
           MOVE 1 TO SUB-I.
           PERFORM ORDENAR-UNA-POSICION
           UNTIL SUB-I >= CONT-RETENIDAS.

       ORDENAR-UNA-POSICION.
           COMPUTE SUB-J = SUB-I + 1.
           PERFORM COMPARAR-E-INTERCAMBIAR
           UNTIL SUB-J > CONT-RETENIDAS.
           ADD 1 TO SUB-I.

       COMPARAR-E-INTERCAMBIAR.
           IF RETENIDA-FILA-ORDEN (SUB-J) < RETENIDA-FILA-ORDEN (SUB-I)
               MOVE RETENIDA-FILA (SUB-I) TO FILA-TEMPORAL
               MOVE RETENIDA-FILA (SUB-J) TO RETENIDA-FILA (SUB-I)
               MOVE FILA-TEMPORAL TO RETENIDA-FILA (SUB-J).
           ADD 1 TO SUB-J.

       IMPRIMIR-INFORME.
      *Una pagina por departamento, encabezada por su responsable,
      *que es quien debe autorizar las horas o pedir su anulacion.
           PERFORM ABRIR-INFORME.
           MOVE SPACE TO DEPARTAMENTO-EN-CURSO.
           MOVE 1 TO SUB-I.
           PERFORM IMPRIMIR-FILA-RETENIDA
           UNTIL SUB-I > CONT-RETENIDAS.
           IF CONT-RETENIDAS = 0
               MOVE "L" TO INFORME-OPERACION
               MOVE SPACE TO INFORME-LINEA
               MOVE "NO HAY HORAS EXTRA RETENIDAS PENDIENTES"
                   TO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
           ELSE
               PERFORM IMPRIMIR-TOTAL-DEPARTAMENTO.
           PERFORM CERRAR-INFORME.
           DISPLAY "Departamentos listados: " CONT-DEPARTAMENTOS.
           DISPLAY "Meses con horas retenidas: " CONT-RETENIDAS.
           MOVE TOTAL-HORAS TO TOTAL-EDITADO.
           DISPLAY "Total horas retenidas: " TOTAL-EDITADO.

       IMPRIMIR-FILA-RETENIDA.
           IF CONT-DEPARTAMENTOS = 0 OR
              RETENIDA-FILA-DEPARTAMENTO (SUB-I) NOT =
              DEPARTAMENTO-EN-CURSO
               IF CONT-DEPARTAMENTOS > 0
                   PERFORM IMPRIMIR-TOTAL-DEPARTAMENTO
                   MOVE "P" TO INFORME-OPERACION
                   CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
               END-IF
               MOVE RETENIDA-FILA-DEPARTAMENTO (SUB-I)
                   TO DEPARTAMENTO-EN-CURSO
               ADD 1 TO CONT-DEPARTAMENTOS
               MOVE ZERO TO HORAS-DEPARTAMENTO
               PERFORM IMPRIMIR-CABECERA-DEPARTAMENTO.
           MOVE RETENIDA-FILA-HORAS (SUB-I) TO HORAS-EDITADAS.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "ID: " DELIMITED BY SIZE
                  RETENIDA-FILA-ID (SUB-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RETENIDA-FILA-APELLIDOS (SUB-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RETENIDA-FILA-NOMBRE (SUB-I) DELIMITED BY SIZE
                  "  MES: " DELIMITED BY SIZE
                  RETENIDA-FILA-ANIO-MES (SUB-I) DELIMITED BY SIZE
                  "  HORAS RETENIDAS: " DELIMITED BY SIZE
                  HORAS-EDITADAS DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           ADD RETENIDA-FILA-HORAS (SUB-I) TO HORAS-DEPARTAMENTO.
           ADD RETENIDA-FILA-HORAS (SUB-I) TO TOTAL-HORAS.
           ADD 1 TO SUB-I.

       IMPRIMIR-CABECERA-DEPARTAMENTO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE DEPARTAMENTO-EN-CURSO TO DEPARTAMENTOS-CODIGO.
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   STRING "DEPARTAMENTO " DELIMITED BY SIZE
                          DEPARTAMENTO-EN-CURSO DELIMITED BY SIZE
                          " (SIN MAESTRO)" DELIMITED BY SIZE
                       INTO INFORME-LINEA
                   END-STRING
                   CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
               NOT INVALID KEY
                   STRING "DEPARTAMENTO " DELIMITED BY SIZE
                          DEPARTAMENTO-EN-CURSO DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          DEPARTAMENTOS-NOMBRE DELIMITED BY SIZE
                       INTO INFORME-LINEA
                   END-STRING
                   CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
                   MOVE SPACE TO INFORME-LINEA
                   STRING "A LA ATENCION DE: " DELIMITED BY SIZE
                          DEPARTAMENTOS-RESPONSABLE DELIMITED BY SIZE
                          " (ID " DELIMITED BY SIZE
                          DEPARTAMENTOS-RESPONSABLE-ID
                              DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                       INTO INFORME-LINEA
                   END-STRING
                   CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
           END-READ.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-TOTAL-DEPARTAMENTO.
           MOVE HORAS-DEPARTAMENTO TO TOTAL-EDITADO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL HORAS RETENIDAS DEL DEPARTAMENTO: "
                      DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_HORAS_RETENIDAS.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-HORAS-RETENIDAS" TO INFORME-PROGRAMA.
           MOVE "HORAS EXTRA SIN AUTORIZAR RETENIDAS"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-DEPARTAMENTOS TO CONT-EDITADO.
           MOVE TOTAL-HORAS TO TOTAL-EDITADO.
           STRING "DEPARTAMENTOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "  TOTAL HORAS RETENIDAS: " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM INFORME-HORAS-RETENIDAS.

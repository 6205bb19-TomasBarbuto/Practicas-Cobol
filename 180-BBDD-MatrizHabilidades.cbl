       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRIZ-HABILIDADES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Catalogo de habilidades.
       COPY "copybooks/28-PhHabilidades.cbl".
      *Archivo de habilidades por empleado.
       COPY "copybooks/28-PhHabilidadesEmpleado.cbl".
      *Archivo de habilidades requeridas por plaza.
       COPY "copybooks/28-PhRequisitosPlaza.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Catalogo de habilidades.
       COPY "copybooks/28-LoHabilidades.cbl".
      *Archivo de habilidades por empleado.
       COPY "copybooks/28-LoHabilidadesEmpleado.cbl".
      *Archivo de habilidades requeridas por plaza.
       COPY "copybooks/28-LoRequisitosPlaza.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  HABILIDADES-DISPONIBLES PIC X.
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  SUB-J PIC 9(4) COMP VALUE 0.
       77  SUB-R PIC 9(4) COMP VALUE 0.
       77  CONT-EMPLEADOS PIC 9(4) COMP VALUE 0.
       77  CONT-REQUISITOS PIC 9(4) COMP VALUE 0.
       77  CONT-CARENCIAS-EMPLEADO PIC 9(3) COMP VALUE 0.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  AVISO-REQUISITOS-LLENA PIC X VALUE "N".
       77  REVISADOS-EDITADOS PIC ZZZ9.
       77  CON-CARENCIAS-EDITADOS PIC ZZZ9.
       77  CARENCIAS-EDITADAS PIC ZZZ9.

      *Activos cargados en memoria para recorrerlos agrupados por
      *departamento, igual que el informe de certificaciones.
       01  TABLA-EMPLEADOS.
           05 EMPLEADO-FILA OCCURS 1000 TIMES.
               10 FILA-DEPARTAMENTO PIC X(4).
               10 FILA-EMPLEADOS-ID PIC X(6).
               10 FILA-GRADO PIC X(4).
               10 FILA-APELLIDOS PIC X(25).
       01  FILA-TEMPORAL PIC X(39).

      *Habilidades exigidas por departamento y grado.
       01  TABLA-REQUISITOS.
           05 REQUISITO-FILA OCCURS 500 TIMES.
               10 REQUISITO-DEPARTAMENTO PIC X(4).
               10 REQUISITO-GRADO PIC X(4).
               10 REQUISITO-HABILIDAD PIC X(6).
               10 REQUISITO-NIVEL PIC 9(1).

       01  DEPARTAMENTO-EN-CURSO PIC X(4).
       01  NIVEL-EMPLEADO PIC 9(1).
       01  NOMBRE-HABILIDAD PIC X(30).

      *Totales del departamento en curso y del informe.
       01  DEPTO-REVISADOS PIC 9(4).
       01  DEPTO-CON-CARENCIAS PIC 9(4).
       01  DEPTO-CARENCIAS PIC 9(4).
       01  TOTAL-REVISADOS PIC 9(5) VALUE 0.
       01  TOTAL-CON-CARENCIAS PIC 9(5) VALUE 0.
       01  TOTAL-CARENCIAS PIC 9(5) VALUE 0.
       01  TOTAL-EDITADO PIC ZZZZ9.

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del catalogo de habilidades.
       COPY "copybooks/28-EstadoHabilidades.cbl".
      *Estado del archivo de habilidades por empleado.
       COPY "copybooks/28-EstadoHabilidadesEmpleado.cbl".
      *Estado del archivo de habilidades requeridas por plaza.
       COPY "copybooks/28-EstadoRequisitosPlaza.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM CARGAR-REQUISITOS.
           PERFORM CARGAR-EMPLEADOS.
           PERFORM ORDENAR-POR-DEPARTAMENTO.
           PERFORM ABRIR-INFORME.
           MOVE SPACE TO DEPARTAMENTO-EN-CURSO.
           MOVE 1 TO SUB-I.
           PERFORM REVISAR-EMPLEADO
           UNTIL SUB-I > CONT-EMPLEADOS.
           IF DEPARTAMENTO-EN-CURSO NOT = SPACE
               PERFORM IMPRIMIR-TOTAL-DEPARTAMENTO.
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Empleados revisados: " TOTAL-REVISADOS
                   " Con carencias: " TOTAL-CON-CARENCIAS
                   " Carencias: " TOTAL-CARENCIAS.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT REQUISITOS-PLAZA-ARCHIVO.
           IF REQUISITOS-PLAZA-STATUS NOT = "00"
               DISPLAY "No hay habilidades requeridas por plaza."
               STOP RUN.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           OPEN INPUT HABILIDADES-ARCHIVO.
           MOVE "S" TO HABILIDADES-DISPONIBLES.
           OPEN INPUT HABILIDADES-EMPLEADO-ARCHIVO.
           IF HABILIDADES-EMPLEADO-STATUS NOT = "00"
               MOVE "N" TO HABILIDADES-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE REQUISITOS-PLAZA-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.
           CLOSE HABILIDADES-ARCHIVO.
           IF HABILIDADES-DISPONIBLES = "S"
               CLOSE HABILIDADES-EMPLEADO-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       CARGAR-REQUISITOS.
           MOVE "0" TO LEE-TODO.
           PERFORM LEER-REQUISITO.
           PERFORM GUARDAR-REQUISITO
           UNTIL LEE-TODO = "1".

       LEER-REQUISITO.
           READ REQUISITOS-PLAZA-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       GUARDAR-REQUISITO.
           IF CONT-REQUISITOS < 500
               ADD 1 TO CONT-REQUISITOS
               MOVE REQPLAZA-DEPARTAMENTO
                   TO REQUISITO-DEPARTAMENTO (CONT-REQUISITOS)
               MOVE REQPLAZA-GRADO TO REQUISITO-GRADO (CONT-REQUISITOS)
               MOVE REQPLAZA-HABILIDAD
                   TO REQUISITO-HABILIDAD (CONT-REQUISITOS)
               MOVE REQPLAZA-NIVEL-MINIMO
                   TO REQUISITO-NIVEL (CONT-REQUISITOS)
           ELSE
               IF AVISO-REQUISITOS-LLENA = "N"
                   DISPLAY "Aviso: mas de 500 requisitos de plaza, "
                           "la matriz no incluye los siguientes."
                   MOVE "S" TO AVISO-REQUISITOS-LLENA.
           PERFORM LEER-REQUISITO.

       CARGAR-EMPLEADOS.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM GUARDAR-EMPLEADO
           UNTIL LEE-TODO = "1".

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       GUARDAR-EMPLEADO.
           IF EMPLEADOS-ACTIVO
               IF CONT-EMPLEADOS < 1000
                   ADD 1 TO CONT-EMPLEADOS
                   MOVE EMPLEADOS-DEPARTAMENTO
                       TO FILA-DEPARTAMENTO (CONT-EMPLEADOS)
                   MOVE EMPLEADOS-ID
                       TO FILA-EMPLEADOS-ID (CONT-EMPLEADOS)
                   MOVE EMPLEADOS-GRADO TO FILA-GRADO (CONT-EMPLEADOS)
                   MOVE EMPLEADOS-APELLIDOS
                       TO FILA-APELLIDOS (CONT-EMPLEADOS)
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 1000 empleados activos, "
                               "la matriz no incluye los siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       ORDENAR-POR-DEPARTAMENTO.
      *Ordenacion por seleccion sobre la tabla en memoria, como la
      *del informe de antiguedad. Dentro del departamento se
      *conserva el orden de EMPLEADOS-ID de la lectura.
           MOVE 1 TO SUB-I.
           PERFORM ORDENAR-UNA-POSICION
           UNTIL SUB-I >= CONT-EMPLEADOS.

       ORDENAR-UNA-POSICION.
           COMPUTE SUB-J = SUB-I + 1.
           PERFORM COMPARAR-E-INTERCAMBIAR
           UNTIL SUB-J > CONT-EMPLEADOS.
           ADD 1 TO SUB-I.

       COMPARAR-E-INTERCAMBIAR.
           IF FILA-DEPARTAMENTO (SUB-J) < FILA-DEPARTAMENTO (SUB-I) OR
              (FILA-DEPARTAMENTO (SUB-J) = FILA-DEPARTAMENTO (SUB-I)
               AND FILA-EMPLEADOS-ID (SUB-J) <
                   FILA-EMPLEADOS-ID (SUB-I))
               MOVE EMPLEADO-FILA (SUB-I) TO FILA-TEMPORAL
               MOVE EMPLEADO-FILA (SUB-J) TO EMPLEADO-FILA (SUB-I)
               MOVE FILA-TEMPORAL TO EMPLEADO-FILA (SUB-J).
           ADD 1 TO SUB-J.

       REVISAR-EMPLEADO.
      *Cada activo se compara con todas las habilidades que exige
      *la plaza de su departamento y grado; una carencia es no tener
      *la habilidad o tenerla por debajo del nivel minimo.
           IF FILA-DEPARTAMENTO (SUB-I) NOT = DEPARTAMENTO-EN-CURSO
               IF DEPARTAMENTO-EN-CURSO NOT = SPACE
                   PERFORM IMPRIMIR-TOTAL-DEPARTAMENTO.
           IF FILA-DEPARTAMENTO (SUB-I) NOT = DEPARTAMENTO-EN-CURSO
               MOVE FILA-DEPARTAMENTO (SUB-I) TO DEPARTAMENTO-EN-CURSO
               PERFORM IMPRIMIR-CABECERA-DEPARTAMENTO.
           ADD 1 TO DEPTO-REVISADOS.
           MOVE 0 TO CONT-CARENCIAS-EMPLEADO.
           MOVE 1 TO SUB-R.
           PERFORM COMPARAR-REQUISITO
           UNTIL SUB-R > CONT-REQUISITOS.
           IF CONT-CARENCIAS-EMPLEADO > 0
               ADD 1 TO DEPTO-CON-CARENCIAS.
           ADD 1 TO SUB-I.

       COMPARAR-REQUISITO.
           IF REQUISITO-DEPARTAMENTO (SUB-R) =
              FILA-DEPARTAMENTO (SUB-I) AND
              REQUISITO-GRADO (SUB-R) = FILA-GRADO (SUB-I)
               PERFORM OBTENER-NIVEL-EMPLEADO
               IF NIVEL-EMPLEADO < REQUISITO-NIVEL (SUB-R)
                   ADD 1 TO CONT-CARENCIAS-EMPLEADO
                   ADD 1 TO DEPTO-CARENCIAS
                   PERFORM IMPRIMIR-CARENCIA.
           ADD 1 TO SUB-R.

       OBTENER-NIVEL-EMPLEADO.
           MOVE 0 TO NIVEL-EMPLEADO.
           IF HABILIDADES-DISPONIBLES = "S"
               MOVE FILA-EMPLEADOS-ID (SUB-I) TO HABEMP-EMPLEADOS-ID
               MOVE REQUISITO-HABILIDAD (SUB-R) TO HABEMP-HABILIDAD
               READ HABILIDADES-EMPLEADO-ARCHIVO
                   INVALID KEY
                       MOVE 0 TO NIVEL-EMPLEADO
                   NOT INVALID KEY
                       MOVE HABEMP-NIVEL TO NIVEL-EMPLEADO
               END-READ.

       IMPRIMIR-CABECERA-DEPARTAMENTO.
           MOVE 0 TO DEPTO-REVISADOS.
           MOVE 0 TO DEPTO-CON-CARENCIAS.
           MOVE 0 TO DEPTO-CARENCIAS.
           MOVE DEPARTAMENTO-EN-CURSO TO DEPARTAMENTOS-CODIGO.
           MOVE SPACE TO DEPARTAMENTOS-NOMBRE.
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   MOVE "(SIN MAESTRO)" TO DEPARTAMENTOS-NOMBRE
           END-READ.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           STRING "DEPARTAMENTO " DELIMITED BY SIZE
                  DEPARTAMENTO-EN-CURSO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  DEPARTAMENTOS-NOMBRE DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-CARENCIA.
           MOVE REQUISITO-HABILIDAD (SUB-R) TO HABILIDAD-CODIGO.
           READ HABILIDADES-ARCHIVO
               INVALID KEY
                   MOVE "(SIN CATALOGO)" TO NOMBRE-HABILIDAD
               NOT INVALID KEY
                   MOVE HABILIDAD-NOMBRE TO NOMBRE-HABILIDAD
           END-READ.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "  ID: " DELIMITED BY SIZE
                  FILA-EMPLEADOS-ID (SUB-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FILA-APELLIDOS (SUB-I) DELIMITED BY SIZE
                  " GRADO " DELIMITED BY SIZE
                  FILA-GRADO (SUB-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REQUISITO-HABILIDAD (SUB-R) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-HABILIDAD DELIMITED BY SIZE
                  " EXIGE " DELIMITED BY SIZE
                  REQUISITO-NIVEL (SUB-R) DELIMITED BY SIZE
                  " TIENE " DELIMITED BY SIZE
                  NIVEL-EMPLEADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-TOTAL-DEPARTAMENTO.
           ADD DEPTO-REVISADOS TO TOTAL-REVISADOS.
           ADD DEPTO-CON-CARENCIAS TO TOTAL-CON-CARENCIAS.
           ADD DEPTO-CARENCIAS TO TOTAL-CARENCIAS.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE DEPTO-REVISADOS TO REVISADOS-EDITADOS.
           MOVE DEPTO-CON-CARENCIAS TO CON-CARENCIAS-EDITADOS.
           MOVE DEPTO-CARENCIAS TO CARENCIAS-EDITADAS.
           STRING "  REVISADOS: " DELIMITED BY SIZE
                  REVISADOS-EDITADOS DELIMITED BY SIZE
                  "  CON CARENCIAS: " DELIMITED BY SIZE
                  CON-CARENCIAS-EDITADOS DELIMITED BY SIZE
                  "  CARENCIAS: " DELIMITED BY SIZE
                  CARENCIAS-EDITADAS DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "MATRIZ_HABILIDADES.TXT" TO INFORME-NOMBRE.
           MOVE "MATRIZ-HABILIDADES" TO INFORME-PROGRAMA.
           MOVE "CARENCIAS DE HABILIDADES POR PLAZA"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE TOTAL-REVISADOS TO TOTAL-EDITADO.
           STRING "EMPLEADOS REVISADOS:     " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE TOTAL-CON-CARENCIAS TO TOTAL-EDITADO.
           STRING "EMPLEADOS CON CARENCIAS: " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE TOTAL-CARENCIAS TO TOTAL-EDITADO.
           STRING "CARENCIAS DETECTADAS:    " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM MATRIZ-HABILIDADES.

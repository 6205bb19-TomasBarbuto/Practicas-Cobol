       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAR-HABILIDAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Catalogo de habilidades.
       COPY "copybooks/28-PhHabilidades.cbl".
      *Archivo de habilidades por empleado.
       COPY "copybooks/28-PhHabilidadesEmpleado.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-PhAusencias.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Catalogo de habilidades.
       COPY "copybooks/28-LoHabilidades.cbl".
      *Archivo de habilidades por empleado.
       COPY "copybooks/28-LoHabilidadesEmpleado.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-LoAusencias.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  AUSENCIAS-DISPONIBLES PIC X.
       77  FIN-AUSENCIAS PIC X.
       77  CONT-COINCIDENCIAS PIC 9(4) COMP VALUE 0.
       77  CONT-DISPONIBLES PIC 9(4) COMP VALUE 0.

      *Filtros de la busqueda: el departamento en blanco no filtra.
       01  CODIGO-HABILIDAD PIC X(6).
       01  NIVEL-MINIMO PIC 9(1).
       01  FILTRO-DEPARTAMENTO PIC X(4).

      *Dia para el que se busca cubrir la ausencia; por omision hoy.
       01  FECHA-COBERTURA-X PIC X(8).
       01  FECHA-COBERTURA REDEFINES FECHA-COBERTURA-X PIC 9(8).

      *Situacion del empleado el dia buscado.
       01  SITUACION-EMPLEADO PIC X(30).
       01  AUSENCIA-HASTA-EN-CURSO PIC 9(8).
       01  AUSENCIA-TIPO-EN-CURSO PIC X(01).

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del catalogo de habilidades.
       COPY "copybooks/28-EstadoHabilidades.cbl".
      *Estado del archivo de habilidades por empleado.
       COPY "copybooks/28-EstadoHabilidadesEmpleado.cbl".
      *Estado del archivo de ausencias.
       COPY "copybooks/28-EstadoAusencias.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM OBTENER-FILTROS.
           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY " "
               DISPLAY "EMPLEADOS CON " HABILIDAD-NOMBRE
               DISPLAY "NIVEL MINIMO " NIVEL-MINIMO
                       " SITUACION EL DIA " FECHA-COBERTURA
               MOVE "0" TO LEE-TODO
               PERFORM LEER-HABILIDAD-EMPLEADO
               PERFORM EVALUAR-HABILIDAD-EMPLEADO
               UNTIL LEE-TODO = "1"
               DISPLAY " "
               DISPLAY "Coincidencias: " CONT-COINCIDENCIAS
                       " Disponibles ese dia: " CONT-DISPONIBLES.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN INPUT HABILIDADES-ARCHIVO.
           OPEN INPUT HABILIDADES-EMPLEADO-ARCHIVO.
           MOVE "S" TO AUSENCIAS-DISPONIBLES.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           IF AUSENCIAS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO AUSENCIAS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE HABILIDADES-ARCHIVO.
           CLOSE HABILIDADES-EMPLEADO-ARCHIVO.
           IF AUSENCIAS-DISPONIBLES = "S"
               CLOSE AUSENCIAS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       OBTENER-FILTROS.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           IF HABILIDADES-EMPLEADO-STATUS NOT = "00"
               DISPLAY "No hay habilidades registradas."
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Codigo de la habilidad: "
               ACCEPT CODIGO-HABILIDAD
               MOVE CODIGO-HABILIDAD TO HABILIDAD-CODIGO
               READ HABILIDADES-ARCHIVO
                   INVALID KEY
                       MOVE "N" TO REGISTRO-ENCONTRADO
                       DISPLAY "No existe ninguna habilidad con ese "
                               "codigo."
               END-READ.
           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Nivel minimo (1 a 5, en blanco 1): "
               ACCEPT NIVEL-MINIMO
               IF NIVEL-MINIMO = 0 OR NIVEL-MINIMO > 5
                   MOVE 1 TO NIVEL-MINIMO
               END-IF
               DISPLAY "Departamento (en blanco todos): "
               ACCEPT FILTRO-DEPARTAMENTO
               DISPLAY "Dia a cubrir (AAAAMMDD, en blanco hoy): "
               ACCEPT FECHA-COBERTURA-X
               IF FECHA-COBERTURA-X NOT NUMERIC
                   ACCEPT FECHA-COBERTURA FROM DATE YYYYMMDD.

       LEER-HABILIDAD-EMPLEADO.
           READ HABILIDADES-EMPLEADO-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       EVALUAR-HABILIDAD-EMPLEADO.
      *Solo cuentan los activos con la habilidad al nivel pedido y,
      *si se filtra, del departamento indicado.
           IF HABEMP-HABILIDAD = CODIGO-HABILIDAD AND
              HABEMP-NIVEL NOT < NIVEL-MINIMO
               PERFORM COMPROBAR-EMPLEADO.
           PERFORM LEER-HABILIDAD-EMPLEADO.

       COMPROBAR-EMPLEADO.
           MOVE HABEMP-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE SPACE TO EMPLEADOS-ESTADO
           END-READ.
           IF EMPLEADOS-ACTIVO
               IF FILTRO-DEPARTAMENTO = SPACE OR
                  FILTRO-DEPARTAMENTO = EMPLEADOS-DEPARTAMENTO
                   ADD 1 TO CONT-COINCIDENCIAS
                   PERFORM COMPROBAR-AUSENCIA
                   DISPLAY EMPLEADOS-ID " " EMPLEADOS-APELLIDOS
                           " " EMPLEADOS-NOMBRE " "
                           EMPLEADOS-DEPARTAMENTO
                           " NIVEL " HABEMP-NIVEL " "
                           SITUACION-EMPLEADO.

       COMPROBAR-AUSENCIA.
      *El empleado esta disponible si ningun tramo de ausencia suyo
      *cubre el dia buscado.
           MOVE "DISPONIBLE" TO SITUACION-EMPLEADO.
           MOVE ZEROES TO AUSENCIA-HASTA-EN-CURSO.
           MOVE "N" TO FIN-AUSENCIAS.
           IF AUSENCIAS-DISPONIBLES = "N"
               MOVE "S" TO FIN-AUSENCIAS.
           MOVE EMPLEADOS-ID TO AUSENCIA-EMPLEADOS-ID.
           MOVE ZEROES TO AUSENCIA-FECHA-DESDE.
           IF FIN-AUSENCIAS = "N"
               START AUSENCIAS-ARCHIVO
                   KEY IS NOT LESS THAN AUSENCIA-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-AUSENCIAS
               END-START.
           PERFORM REVISAR-AUSENCIA
           UNTIL FIN-AUSENCIAS = "S".
           IF AUSENCIA-HASTA-EN-CURSO = 0
               ADD 1 TO CONT-DISPONIBLES
           ELSE
               MOVE SPACE TO SITUACION-EMPLEADO
               STRING "AUSENTE (" DELIMITED BY SIZE
                      AUSENCIA-TIPO-EN-CURSO DELIMITED BY SIZE
                      ") HASTA " DELIMITED BY SIZE
                      AUSENCIA-HASTA-EN-CURSO DELIMITED BY SIZE
                   INTO SITUACION-EMPLEADO.

       REVISAR-AUSENCIA.
           READ AUSENCIAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-AUSENCIAS
           END-READ.
           IF FIN-AUSENCIAS = "N"
               IF AUSENCIA-EMPLEADOS-ID NOT = EMPLEADOS-ID OR
                  AUSENCIA-FECHA-DESDE > FECHA-COBERTURA
                   MOVE "S" TO FIN-AUSENCIAS
               ELSE
                   IF AUSENCIA-FECHA-HASTA NOT < FECHA-COBERTURA
                       MOVE AUSENCIA-FECHA-HASTA
                           TO AUSENCIA-HASTA-EN-CURSO
                       MOVE AUSENCIA-TIPO TO AUSENCIA-TIPO-EN-CURSO
                       MOVE "S" TO FIN-AUSENCIAS.

       END PROGRAM BUSCAR-HABILIDAD.

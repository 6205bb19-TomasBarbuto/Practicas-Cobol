       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS-SALARIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de historial de salarios.
       COPY "copybooks/28-PhHistorialSalarios.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Catalogo de spool de informes retenidos.
       COPY "copybooks/28-PhSpool.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de historial de salarios.
       COPY "copybooks/28-LoHistorialSalarios.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Catalogo de spool de informes retenidos.
       COPY "copybooks/28-LoSpool.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  DEPARTAMENTOS-DISPONIBLES PIC X.
       77  CAMBIO-ENCONTRADO PIC X.
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  SUB-J PIC 9(4) COMP VALUE 0.
       77  CONT-CAMBIOS PIC 9(4) COMP VALUE 0.
       77  CONT-CARTAS PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-CARTA PIC 9(5) COMP VALUE 0.
       77  CONT-DEPARTAMENTO PIC 9(5) COMP VALUE 0.
       77  ULTIMO-SPOOL-PREVIO PIC 9(4) VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

      *Fecha de efecto de las cartas; por omision la de negocio.
       01  FECHA-EFECTO-X PIC X(8).
       01  FECHA-EFECTO REDEFINES FECHA-EFECTO-X PIC 9(8).
       01  FECHA-EFECTO-PARTES REDEFINES FECHA-EFECTO-X.
           05 EFECTO-ANIO PIC 9(4).
           05 EFECTO-MES PIC 9(2).
           05 EFECTO-DIA PIC 9(2).

       01  EFECTO-EDITADO.
           05 EFECTO-DIA-EDITADO PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 EFECTO-MES-EDITADO PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 EFECTO-ANIO-EDITADO PIC 9(4).

       01  SALARIO-EDITADO PIC $$$$,$$9.99.
       01  PORCENTAJE-CAMBIO PIC S9(3)V99.
       01  PORCENTAJE-EDITADO PIC +ZZ9.99.
       01  MOTIVO-TEXTO PIC X(25).
       01  DEPARTAMENTO-EN-CURSO PIC X(4).
       01  NOMBRE-DEPARTAMENTO PIC X(20).
       01  RESPONSABLE-DEPARTAMENTO PIC X(25).
       01  NOMBRE-CARTA PIC X(30).
       01  SPOOL-EDITADO PIC ZZZ9.

      *Cambios de salario de la fecha de efecto, uno por empleado:
      *si el mismo dia hubo varios, la carta parte del salario previo
      *al primero y comunica el que quedo tras el ultimo. La clave de
      *orden agrupa las cartas por departamento para su reparto.
       01  TABLA-CAMBIOS.
           05 CAMBIO-FILA OCCURS 1000 TIMES.
               10 CAMBIO-CLAVE-ORDEN.
                   15 CAMBIO-DEPARTAMENTO PIC X(4).
                   15 CAMBIO-EMPLEADOS-ID PIC X(6).
               10 CAMBIO-APELLIDOS PIC X(25).
               10 CAMBIO-NOMBRE PIC X(25).
               10 CAMBIO-ANTES PIC S9(7)V99.
               10 CAMBIO-DESPUES PIC S9(7)V99.
               10 CAMBIO-MOTIVO PIC X(2).
               10 CAMBIO-CON-CARTA PIC X(1).
               10 CAMBIO-SPOOL PIC 9(4).
       01  FILA-TEMPORAL PIC X(85).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de historial de salarios.
       COPY "copybooks/28-EstadoHistorialSalarios.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del catalogo de spool.
       COPY "copybooks/28-EstadoSpool.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           DISPLAY "Fecha de efecto de los cambios (AAAAMMDD, en "
                   "blanco hoy): ".
           ACCEPT FECHA-EFECTO-X.
           IF FECHA-EFECTO-X NOT NUMERIC
               MOVE SPACE TO FNEGOCIO-PETICION
               CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION
               MOVE FNEGOCIO-FECHA TO FECHA-EFECTO.
           MOVE EFECTO-DIA TO EFECTO-DIA-EDITADO.
           MOVE EFECTO-MES TO EFECTO-MES-EDITADO.
           MOVE EFECTO-ANIO TO EFECTO-ANIO-EDITADO.
           PERFORM CARGAR-CAMBIOS.
           IF CONT-CAMBIOS = 0
               DISPLAY "No hay cambios de salario con efecto "
                       EFECTO-EDITADO
               STOP RUN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM COMPLETAR-CAMBIO
           VARYING SUB-I FROM 1 BY 1 UNTIL SUB-I > CONT-CAMBIOS.
           PERFORM ORDENAR-POR-DEPARTAMENTO.
           PERFORM LEER-ULTIMO-SPOOL.
           PERFORM EMITIR-CARTA
           VARYING SUB-I FROM 1 BY 1 UNTIL SUB-I > CONT-CAMBIOS.
           PERFORM ANOTAR-RETENCIONES.
           PERFORM IMPRIMIR-REPARTO.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Cartas emitidas: " CONT-CARTAS
                   " Cambios sin carta: " CONT-SIN-CARTA.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "S" TO DEPARTAMENTOS-DISPONIBLES.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           IF DEPARTAMENTOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO DEPARTAMENTOS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF DEPARTAMENTOS-DISPONIBLES = "S"
               CLOSE DEPARTAMENTOS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       CARGAR-CAMBIOS.
           OPEN INPUT HISTORIAL-SALARIOS.
           IF HISTORIAL-SALARIOS-STATUS NOT = "00"
               DISPLAY "No hay historial de salarios."
               STOP RUN.
           MOVE "0" TO LEE-TODO.
           PERFORM LEER-CAMBIO-HISTORIAL.
           PERFORM CARGAR-UN-CAMBIO
           UNTIL LEE-TODO = "1".
           CLOSE HISTORIAL-SALARIOS.

       LEER-CAMBIO-HISTORIAL.
           READ HISTORIAL-SALARIOS
               AT END
                   MOVE "1" TO LEE-TODO
           END-READ.

       CARGAR-UN-CAMBIO.
      *El historial se escribe en orden cronologico: el primer
      *registro del dia fija el salario anterior y cada uno de los
      *siguientes actualiza el nuevo y el motivo.
           IF HISTSAL-FECHA = FECHA-EFECTO
               MOVE "N" TO CAMBIO-ENCONTRADO
               MOVE 1 TO SUB-J
               PERFORM BUSCAR-CAMBIO-EMPLEADO
               UNTIL SUB-J > CONT-CAMBIOS OR CAMBIO-ENCONTRADO = "S"
               IF CAMBIO-ENCONTRADO = "S"
                   MOVE HISTSAL-SALARIO-DESPUES
                       TO CAMBIO-DESPUES (SUB-J)
                   MOVE HISTSAL-MOTIVO TO CAMBIO-MOTIVO (SUB-J)
               ELSE
                   IF CONT-CAMBIOS < 1000
                       ADD 1 TO CONT-CAMBIOS
                       MOVE SPACE TO CAMBIO-FILA (CONT-CAMBIOS)
                       MOVE HISTSAL-EMPLEADOS-ID
                           TO CAMBIO-EMPLEADOS-ID (CONT-CAMBIOS)
                       MOVE HISTSAL-SALARIO-ANTES
                           TO CAMBIO-ANTES (CONT-CAMBIOS)
                       MOVE HISTSAL-SALARIO-DESPUES
                           TO CAMBIO-DESPUES (CONT-CAMBIOS)
                       MOVE HISTSAL-MOTIVO
                           TO CAMBIO-MOTIVO (CONT-CAMBIOS)
                       MOVE ZERO TO CAMBIO-SPOOL (CONT-CAMBIOS)
                   ELSE
                       IF AVISO-TABLA-LLENA = "N"
                           DISPLAY "Aviso: mas de 1000 empleados con "
                                   "cambio, no se emiten las cartas "
                                   "de los siguientes."
                           MOVE "S" TO AVISO-TABLA-LLENA.
           PERFORM LEER-CAMBIO-HISTORIAL.

       BUSCAR-CAMBIO-EMPLEADO.
           IF CAMBIO-EMPLEADOS-ID (SUB-J) = HISTSAL-EMPLEADOS-ID
               MOVE "S" TO CAMBIO-ENCONTRADO
           ELSE
               ADD 1 TO SUB-J.

       COMPLETAR-CAMBIO.
      *Solo reciben carta los activos cuyo salario quedo distinto
      *del que tenian; los de baja y los purgados no.
           MOVE "N" TO CAMBIO-CON-CARTA (SUB-I).
           MOVE CAMBIO-EMPLEADOS-ID (SUB-I) TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE SPACE TO EMPLEADOS-ESTADO
           END-READ.
           IF EMPLEADOS-ACTIVO AND
              CAMBIO-DESPUES (SUB-I) NOT = CAMBIO-ANTES (SUB-I)
               MOVE "S" TO CAMBIO-CON-CARTA (SUB-I)
               MOVE EMPLEADOS-DEPARTAMENTO
                   TO CAMBIO-DEPARTAMENTO (SUB-I)
               MOVE EMPLEADOS-APELLIDOS TO CAMBIO-APELLIDOS (SUB-I)
               MOVE EMPLEADOS-NOMBRE TO CAMBIO-NOMBRE (SUB-I)
           ELSE
               ADD 1 TO CONT-SIN-CARTA.

       ORDENAR-POR-DEPARTAMENTO.
      *Ordenacion por seleccion sobre la tabla en memoria, como la
      *de la matriz de habilidades: departamento y EMPLEADOS-ID.
           MOVE 1 TO SUB-I.
           PERFORM ORDENAR-UNA-POSICION
           UNTIL SUB-I >= CONT-CAMBIOS.

       ORDENAR-UNA-POSICION.
           COMPUTE SUB-J = SUB-I + 1.
           PERFORM COMPARAR-E-INTERCAMBIAR
           UNTIL SUB-J > CONT-CAMBIOS.
           ADD 1 TO SUB-I.

       COMPARAR-E-INTERCAMBIAR.
           IF CAMBIO-CLAVE-ORDEN (SUB-J) < CAMBIO-CLAVE-ORDEN (SUB-I)
               MOVE CAMBIO-FILA (SUB-I) TO FILA-TEMPORAL
               MOVE CAMBIO-FILA (SUB-J) TO CAMBIO-FILA (SUB-I)
               MOVE FILA-TEMPORAL TO CAMBIO-FILA (SUB-J).
           ADD 1 TO SUB-J.

       LEER-ULTIMO-SPOOL.
      *Ultima retencion del catalogo antes de emitir, para reconocer
      *despues las que corresponden a las cartas de esta pasada.
           MOVE 0 TO ULTIMO-SPOOL-PREVIO.
           OPEN INPUT SPOOL-CATALOGO-ARCHIVO.
           IF SPOOL-CATALOGO-STATUS = "00"
               MOVE "0" TO LEE-TODO
               PERFORM LEER-LINEA-CATALOGO
               UNTIL LEE-TODO = "1"
               CLOSE SPOOL-CATALOGO-ARCHIVO.

       LEER-LINEA-CATALOGO.
           READ SPOOL-CATALOGO-ARCHIVO
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   MOVE SPOOL-NUMERO TO ULTIMO-SPOOL-PREVIO
           END-READ.

       EMITIR-CARTA.
      *Cada carta es un informe propio del escritor comun, con su
      *retencion en el catalogo de spool: cualquiera de ellas se
      *puede reimprimir sola con la reimpresion de informes.
           IF CAMBIO-CON-CARTA (SUB-I) = "S"
               ADD 1 TO CONT-CARTAS
               PERFORM LEER-DEPARTAMENTO
               PERFORM COMPONER-NOMBRE-CARTA
               MOVE SPACE TO INFORME-PETICION
               MOVE "I" TO INFORME-OPERACION
               MOVE NOMBRE-CARTA TO INFORME-NOMBRE
               MOVE "CARTAS-SALARIO" TO INFORME-PROGRAMA
               MOVE "COMUNICACION DE NUEVO SALARIO"
                   TO INFORME-TITULO
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
               PERFORM IMPRIMIR-CARTA
               MOVE "F" TO INFORME-OPERACION
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       COMPONER-NOMBRE-CARTA.
           MOVE SPACE TO NOMBRE-CARTA.
           STRING "CARTA_SALARIO_" DELIMITED BY SIZE
                  CAMBIO-EMPLEADOS-ID (SUB-I) DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO NOMBRE-CARTA.

       LEER-DEPARTAMENTO.
           MOVE SPACE TO NOMBRE-DEPARTAMENTO.
           MOVE SPACE TO RESPONSABLE-DEPARTAMENTO.
           IF DEPARTAMENTOS-DISPONIBLES = "S"
               MOVE CAMBIO-DEPARTAMENTO (SUB-I)
                   TO DEPARTAMENTOS-CODIGO
               READ DEPARTAMENTOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPARTAMENTOS-NOMBRE
                           TO NOMBRE-DEPARTAMENTO
                       MOVE DEPARTAMENTOS-RESPONSABLE
                           TO RESPONSABLE-DEPARTAMENTO
               END-READ.

       IMPRIMIR-CARTA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "DEPARTAMENTO: " DELIMITED BY SIZE
                  CAMBIO-DEPARTAMENTO (SUB-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-DEPARTAMENTO DELIMITED BY SIZE
                  "  ENTREGA: " DELIMITED BY SIZE
                  RESPONSABLE-DEPARTAMENTO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "A: " DELIMITED BY SIZE
                  CAMBIO-NOMBRE (SUB-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CAMBIO-APELLIDOS (SUB-I) DELIMITED BY SIZE
                  "   EMPLEADO: " DELIMITED BY SIZE
                  CAMBIO-EMPLEADOS-ID (SUB-I) DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "Le comunicamos que, con efecto desde el "
                  DELIMITED BY SIZE
                  EFECTO-EDITADO DELIMITED BY SIZE
                  ", su salario queda establecido" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "como se indica a continuacion:" TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE CAMBIO-ANTES (SUB-I) TO SALARIO-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   SALARIO ANTERIOR:  " DELIMITED BY SIZE
                  SALARIO-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CAMBIO-DESPUES (SUB-I) TO SALARIO-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   SALARIO NUEVO:     " DELIMITED BY SIZE
                  SALARIO-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE ZERO TO PORCENTAJE-CAMBIO.
           IF CAMBIO-ANTES (SUB-I) NOT = 0
               COMPUTE PORCENTAJE-CAMBIO ROUNDED =
                   (CAMBIO-DESPUES (SUB-I) - CAMBIO-ANTES (SUB-I))
                   * 100 / CAMBIO-ANTES (SUB-I)
               ON SIZE ERROR
                   MOVE ZERO TO PORCENTAJE-CAMBIO
               END-COMPUTE.
           MOVE PORCENTAJE-CAMBIO TO PORCENTAJE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   VARIACION:         " DELIMITED BY SIZE
                  PORCENTAJE-EDITADO DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM TRADUCIR-MOTIVO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   MOTIVO:            " DELIMITED BY SIZE
                  MOTIVO-TEXTO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE "Atentamente," TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "RECURSOS HUMANOS" TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE "RECIBI, FECHA Y FIRMA: ______________________________"
               TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-LINEA-BLANCA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       TRADUCIR-MOTIVO.
           MOVE SPACE TO MOTIVO-TEXTO.
           IF CAMBIO-MOTIVO (SUB-I) = "MO"
               MOVE "MODIFICACION MANUAL" TO MOTIVO-TEXTO.
           IF CAMBIO-MOTIVO (SUB-I) = "AU"
               MOVE "AUMENTO GENERAL" TO MOTIVO-TEXTO.
           IF CAMBIO-MOTIVO (SUB-I) = "ME"
               MOVE "CICLO DE MERITOS" TO MOTIVO-TEXTO.
           IF CAMBIO-MOTIVO (SUB-I) = "CO"
               MOVE "CORRECCION DE RRHH" TO MOTIVO-TEXTO.
           IF CAMBIO-MOTIVO (SUB-I) = "PE"
               MOVE "CAMBIO DIFERIDO APLICADO" TO MOTIVO-TEXTO.
           IF CAMBIO-MOTIVO (SUB-I) = "RE"
               MOVE "REVISION CON ATRASOS" TO MOTIVO-TEXTO.

       ANOTAR-RETENCIONES.
      *Cada carta de esta pasada queda en el catalogo detras de la
      *ultima retencion previa, con el nombre de su archivo: se
      *recoge su numero para la hoja de reparto.
           OPEN INPUT SPOOL-CATALOGO-ARCHIVO.
           IF SPOOL-CATALOGO-STATUS = "00"
               MOVE "0" TO LEE-TODO
               PERFORM LEER-RETENCION-CARTA
               UNTIL LEE-TODO = "1"
               CLOSE SPOOL-CATALOGO-ARCHIVO.

       LEER-RETENCION-CARTA.
           READ SPOOL-CATALOGO-ARCHIVO
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   IF SPOOL-NUMERO > ULTIMO-SPOOL-PREVIO AND
                      SPOOL-PROGRAMA = "CARTAS-SALARIO"
                       PERFORM ASIGNAR-RETENCION
                       VARYING SUB-I FROM 1 BY 1
                       UNTIL SUB-I > CONT-CAMBIOS
                   END-IF
           END-READ.

       ASIGNAR-RETENCION.
           IF CAMBIO-CON-CARTA (SUB-I) = "S"
               PERFORM COMPONER-NOMBRE-CARTA
               IF NOMBRE-CARTA = SPOOL-NOMBRE-LOGICO
                   MOVE SPOOL-NUMERO TO CAMBIO-SPOOL (SUB-I).

       IMPRIMIR-REPARTO.
      *Hoja de reparto para los responsables: las cartas por
      *departamento con su numero de retencion en el spool.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "CARTAS_SALARIO_REPARTO.TXT" TO INFORME-NOMBRE.
           MOVE "CARTAS-SALARIO" TO INFORME-PROGRAMA.
           MOVE "REPARTO DE CARTAS DE SALARIO" TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "CAMBIOS CON EFECTO " DELIMITED BY SIZE
                  EFECTO-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE HIGH-VALUES TO DEPARTAMENTO-EN-CURSO.
           MOVE 0 TO CONT-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA-REPARTO
           VARYING SUB-I FROM 1 BY 1 UNTIL SUB-I > CONT-CAMBIOS.
           IF CONT-DEPARTAMENTO > 0
               PERFORM IMPRIMIR-TOTAL-DEPARTAMENTO.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-CARTAS TO CONT-EDITADO.
           STRING "CARTAS EMITIDAS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-SIN-CARTA TO CONT-EDITADO.
           STRING "CAMBIOS SIN CARTA (BAJAS O SIN VARIACION): "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-LINEA-REPARTO.
           IF CAMBIO-CON-CARTA (SUB-I) = "S"
               IF CAMBIO-DEPARTAMENTO (SUB-I) NOT =
                  DEPARTAMENTO-EN-CURSO
                   IF CONT-DEPARTAMENTO > 0
                       PERFORM IMPRIMIR-TOTAL-DEPARTAMENTO
                   END-IF
                   PERFORM IMPRIMIR-CABECERA-DEPARTAMENTO
               END-IF
               ADD 1 TO CONT-DEPARTAMENTO
               MOVE CAMBIO-SPOOL (SUB-I) TO SPOOL-EDITADO
               PERFORM COMPONER-NOMBRE-CARTA
               MOVE "L" TO INFORME-OPERACION
               MOVE SPACE TO INFORME-LINEA
               STRING "   " DELIMITED BY SIZE
                      CAMBIO-EMPLEADOS-ID (SUB-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CAMBIO-APELLIDOS (SUB-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CAMBIO-NOMBRE (SUB-I) DELIMITED BY SIZE
                      " RETENCION " DELIMITED BY SIZE
                      SPOOL-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOMBRE-CARTA DELIMITED BY SIZE
                   INTO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-CABECERA-DEPARTAMENTO.
           MOVE CAMBIO-DEPARTAMENTO (SUB-I) TO DEPARTAMENTO-EN-CURSO.
           MOVE 0 TO CONT-DEPARTAMENTO.
           PERFORM LEER-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "DEPARTAMENTO " DELIMITED BY SIZE
                  DEPARTAMENTO-EN-CURSO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-DEPARTAMENTO DELIMITED BY SIZE
                  "  ENTREGA: " DELIMITED BY SIZE
                  RESPONSABLE-DEPARTAMENTO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-TOTAL-DEPARTAMENTO.
           MOVE CONT-DEPARTAMENTO TO CONT-EDITADO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   CARTAS DEL DEPARTAMENTO: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM CARTAS-SALARIO.

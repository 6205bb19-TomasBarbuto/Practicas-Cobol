       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-COMPA-RATIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de grados profesionales.
       COPY "copybooks/28-PhGrados.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Archivo de evaluaciones anuales de desempenio.
       COPY "copybooks/28-PhEvaluaciones.cbl".
      *Archivo de trabajo usado por el verbo SORT.
       SELECT ORDEN-ARCHIVO ASSIGN TO "COMPARATIO.TMP".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de grados profesionales.
       COPY "copybooks/28-LoGrados.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Archivo de evaluaciones anuales de desempenio.
       COPY "copybooks/28-LoEvaluaciones.cbl".
      *Registro de trabajo del SORT: una linea por empleado activo
      *con grado valido, ordenadas por grado y departamento y,
      *dentro de cada uno, de menor a mayor compa-ratio.
       SD ORDEN-ARCHIVO.
       01 ORDEN-REGISTRO.
           05 ORDEN-GRADO PIC X(04).
           05 ORDEN-DEPARTAMENTO PIC X(04).
           05 ORDEN-COMPA PIC 9(04)V99.
           05 ORDEN-ID PIC X(06).
           05 ORDEN-APELLIDOS PIC X(25).
           05 ORDEN-JORNADA PIC 9(03)V99.
           05 ORDEN-SALARIO PIC 9(07)V99.
           05 ORDEN-PENETRACION PIC S9(04)V99.
           05 ORDEN-CUARTIL PIC 9(01).
           05 ORDEN-VALORACION PIC X(02).

       WORKING-STORAGE SECTION.
       77  FIN-LECTURA PIC X.
       77  FIN-ORDEN PIC X.
       77  FIN-EVALUACIONES PIC X.
       77  DEPARTAMENTOS-DISPONIBLES PIC X.
       77  EVALUACIONES-DISPONIBLES PIC X.
       77  GRADO-VALIDO PIC X.
       77  GRUPO-ABIERTO PIC X.
       77  AVISO-RESUMEN-LLENO PIC X VALUE "N".
       77  SUB-I PIC 9(3) COMP VALUE 0.
       77  SUB-J PIC 9(3) COMP VALUE 0.
       77  SUB-N PIC 9(1) COMP VALUE 0.
       77  SUB-Q PIC 9(1) COMP VALUE 0.
       77  POSICION-RESUMEN PIC 9(3) COMP VALUE 0.
       77  CONT-RESUMEN PIC 9(3) COMP VALUE 0.
       77  CONT-ACTIVOS PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-GRADO PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.
       77  CONT-EDITADO-2 PIC ZZZZ9.
       77  CONT-EDITADO-3 PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).

      *Limites del compa-ratio fuera de los cuales se avisa: por
      *debajo del 80% o por encima del 120% del punto medio.
       01  COMPA-MINIMO PIC 9(3)V99 VALUE 80.
       01  COMPA-MAXIMO PIC 9(3)V99 VALUE 120.

      *Banda del grado en curso. El salario del registro es siempre
      *el de jornada completa, como la banda, y se compara tal cual:
      *una jornada parcial no aparece como salario bajo en la banda.
       01  PUNTO-MEDIO PIC 9(7)V99.
       01  AMPLITUD-BANDA PIC S9(7)V99.
       01  SALARIO-BANDA PIC 9(7)V99.
       01  JORNADA-CALCULO PIC 9(3)V99.
       01  COMPA-RATIO PIC 9(4)V99.
       01  PENETRACION PIC S9(4)V99.
       01  CUARTIL PIC 9(1).
       01  VALORACION-ULTIMA PIC X(2).
       01  ANIOS-SERVICIO PIC 9(3).
       01  TRAMO-ANTIGUEDAD PIC X(1).

      *Posicion en la banda: 1 por debajo del minimo, 2 a 5 primer a
      *cuarto cuartil de la amplitud y 6 por encima del maximo.
       01  NOMBRES-CUARTILES.
           05 FILLER PIC X(9) VALUE "BAJO MIN".
           05 FILLER PIC X(9) VALUE "Q1".
           05 FILLER PIC X(9) VALUE "Q2".
           05 FILLER PIC X(9) VALUE "Q3".
           05 FILLER PIC X(9) VALUE "Q4".
           05 FILLER PIC X(9) VALUE "SOBRE MAX".
       01  TABLA-CUARTILES REDEFINES NOMBRES-CUARTILES.
           05 NOMBRE-CUARTIL PIC X(9) OCCURS 6 TIMES.

       01  NOMBRES-TRAMOS.
           05 FILLER PIC X(16) VALUE "MENOS DE 2 ANOS".
           05 FILLER PIC X(16) VALUE "DE 2 A 5 ANOS".
           05 FILLER PIC X(16) VALUE "DE 5 A 10 ANOS".
           05 FILLER PIC X(16) VALUE "DE 10 A 20 ANOS".
           05 FILLER PIC X(16) VALUE "20 ANOS O MAS".
       01  TABLA-TRAMOS REDEFINES NOMBRES-TRAMOS.
           05 NOMBRE-TRAMO PIC X(16) OCCURS 5 TIMES.

      *Cortes del listado y acumulados de cada nivel: 1 departamento
      *dentro del grado, 2 grado y 3 total general.
       01  GRADO-EN-CURSO PIC X(4).
       01  DEPARTAMENTO-EN-CURSO PIC X(4).
       01  TABLA-NIVELES.
           05 NIVEL-FILA OCCURS 3 TIMES.
               10 NIVEL-EMPLEADOS PIC 9(5).
               10 NIVEL-SUMA-COMPA PIC 9(9)V99.
               10 NIVEL-SUMA-PENETRACION PIC S9(9)V99.
               10 NIVEL-BAJOS PIC 9(5).
               10 NIVEL-ALTOS PIC 9(5).
               10 NIVEL-CUARTIL PIC 9(5) OCCURS 6 TIMES.
       01  NIVEL-TEXTO PIC X(30).

      *Resumen comparativo: D por departamento, A por tramo de
      *antiguedad y V por la ultima valoracion de desempenio (en
      *blanco, sin evaluacion).
       01  TABLA-RESUMEN.
           05 RESUMEN-FILA OCCURS 80 TIMES.
               10 RESUMEN-CLAVE.
                   15 RESUMEN-TIPO PIC X(1).
                   15 RESUMEN-CODIGO PIC X(4).
               10 RESUMEN-EMPLEADOS PIC 9(5).
               10 RESUMEN-SUMA-COMPA PIC 9(9)V99.
               10 RESUMEN-SUMA-PENETRACION PIC S9(9)V99.
               10 RESUMEN-BAJOS PIC 9(5).
               10 RESUMEN-ALTOS PIC 9(5).
       01  RESUMEN-TEMPORAL PIC X(42).
       01  CLAVE-BUSCADA.
           05 TIPO-BUSCADO PIC X(1).
           05 CODIGO-BUSCADO PIC X(4).
       01  DESCRIPCION-RESUMEN PIC X(25).

       01  MEDIA-COMPA PIC 9(4)V99.
       01  MEDIA-PENETRACION PIC S9(4)V99.
       01  JORNADA-EDITADA PIC ZZ9.99.
       01  SALARIO-EDITADO PIC $$$$,$$9.99.
       01  COMPA-EDITADO PIC ZZZ9.99.
       01  PENETRACION-EDITADA PIC -ZZZ9.99.
       01  BANDA-EDITADA PIC $$$$,$$9.99.
       01  BANDA-EDITADA-2 PIC $$$$,$$9.99.
       01  BANDA-EDITADA-3 PIC $$$$,$$9.99.
       01  AVISO-COMPA PIC X(5).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de grados profesionales.
       COPY "copybooks/28-EstadoGrados.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del archivo de evaluaciones anuales.
       COPY "copybooks/28-EstadoEvaluaciones.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Posicion de cada empleado activo dentro de la banda salarial
      *de su grado: compa-ratio (salario sobre el punto medio de la
      *banda) y penetracion en la banda (salario menos minimo sobre
      *la amplitud), por grado y departamento, con la distribucion
      *en cuartiles y un resumen por departamento, antiguedad y
      *ultima valoracion para la planificacion retributiva. Todos
      *los archivos se abren solo de lectura.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           OPEN INPUT GRADOS-ARCHIVO.
           IF GRADOS-ARCHIVO-STATUS NOT = "00"
               DISPLAY "No hay maestro de grados: no hay bandas "
                       "salariales con las que comparar."
               GO TO TERMINA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ABRIR-INFORME.
           SORT ORDEN-ARCHIVO
               ON ASCENDING KEY ORDEN-GRADO
                                ORDEN-DEPARTAMENTO
                                ORDEN-COMPA
                                ORDEN-ID
               INPUT PROCEDURE IS REVISAR-EMPLEADOS
               OUTPUT PROCEDURE IS LISTAR-BANDAS.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM IMPRIMIR-CONTROL.
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.

       TERMINA-PROGRAMA.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "S" TO DEPARTAMENTOS-DISPONIBLES.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           IF DEPARTAMENTOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO DEPARTAMENTOS-DISPONIBLES.
      *Sin archivo de evaluaciones todos salen sin valoracion.
           MOVE "S" TO EVALUACIONES-DISPONIBLES.
           OPEN INPUT EVALUACIONES-ARCHIVO.
           IF EVALUACIONES-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO EVALUACIONES-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE GRADOS-ARCHIVO.
           IF DEPARTAMENTOS-DISPONIBLES = "S"
               CLOSE DEPARTAMENTOS-ARCHIVO.
           IF EVALUACIONES-DISPONIBLES = "S"
               CLOSE EVALUACIONES-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       REVISAR-EMPLEADOS.
           MOVE "N" TO FIN-LECTURA.
           PERFORM REVISAR-UN-EMPLEADO
           UNTIL FIN-LECTURA = "S".

       REVISAR-UN-EMPLEADO.
      *Quien no tiene grado, o tiene uno que no esta en el maestro o
      *cuya banda no tiene punto medio, se cuenta aparte y queda
      *fuera del listado.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N" AND EMPLEADOS-ACTIVO
               ADD 1 TO CONT-ACTIVOS
               PERFORM LEER-GRADO-EMPLEADO
               IF GRADO-VALIDO = "S"
                   PERFORM CALCULAR-POSICION-BANDA
                   PERFORM BUSCAR-ULTIMA-VALORACION
                   PERFORM DETERMINAR-TRAMO-ANTIGUEDAD
                   PERFORM ACUMULAR-RESUMEN
                   PERFORM SOLTAR-EMPLEADO
               ELSE
                   ADD 1 TO CONT-SIN-GRADO.

       LEER-GRADO-EMPLEADO.
           MOVE "N" TO GRADO-VALIDO.
           IF EMPLEADOS-GRADO NOT = SPACE
               MOVE EMPLEADOS-GRADO TO GRADO-CODIGO
               READ GRADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRADO-SALARIO-MINIMO + GRADO-SALARIO-MAXIMO
                          > 0
                           MOVE "S" TO GRADO-VALIDO
                       END-IF
               END-READ.

       CALCULAR-POSICION-BANDA.
      *Con una banda de amplitud cero la penetracion es 0 en el
      *minimo o por debajo y 100 por encima.
           MOVE 100 TO JORNADA-CALCULO.
           IF EMPLEADOS-JORNADA-PORCENTAJE NUMERIC AND
              EMPLEADOS-JORNADA-PORCENTAJE > 0 AND
              EMPLEADOS-JORNADA-PORCENTAJE NOT > 100
               MOVE EMPLEADOS-JORNADA-PORCENTAJE TO JORNADA-CALCULO.
           MOVE ZERO TO SALARIO-BANDA.
           IF EMPLEADOS-SALARIO > 0
               MOVE EMPLEADOS-SALARIO TO SALARIO-BANDA.
           COMPUTE PUNTO-MEDIO ROUNDED =
                   (GRADO-SALARIO-MINIMO + GRADO-SALARIO-MAXIMO) / 2.
           COMPUTE COMPA-RATIO ROUNDED =
                   SALARIO-BANDA * 100 / PUNTO-MEDIO
               ON SIZE ERROR
                   MOVE 9999.99 TO COMPA-RATIO
           END-COMPUTE.
           COMPUTE AMPLITUD-BANDA =
                   GRADO-SALARIO-MAXIMO - GRADO-SALARIO-MINIMO.
           IF AMPLITUD-BANDA > 0
               COMPUTE PENETRACION ROUNDED =
                       (SALARIO-BANDA - GRADO-SALARIO-MINIMO) * 100
                       / AMPLITUD-BANDA
                   ON SIZE ERROR
                       MOVE 9999.99 TO PENETRACION
               END-COMPUTE
           ELSE
               IF SALARIO-BANDA > GRADO-SALARIO-MINIMO
                   MOVE 100 TO PENETRACION
               ELSE
                   MOVE 0 TO PENETRACION.
           IF SALARIO-BANDA < GRADO-SALARIO-MINIMO
               MOVE 1 TO CUARTIL
           ELSE
               IF SALARIO-BANDA > GRADO-SALARIO-MAXIMO
                   MOVE 6 TO CUARTIL
               ELSE
                   IF PENETRACION < 25
                       MOVE 2 TO CUARTIL
                   ELSE
                       IF PENETRACION < 50
                           MOVE 3 TO CUARTIL
                       ELSE
                           IF PENETRACION < 75
                               MOVE 4 TO CUARTIL
                           ELSE
                               MOVE 5 TO CUARTIL.

       BUSCAR-ULTIMA-VALORACION.
      *La campania mas reciente es la ultima que se lee por clave.
           MOVE SPACE TO VALORACION-ULTIMA.
           MOVE "N" TO FIN-EVALUACIONES.
           IF EVALUACIONES-DISPONIBLES = "N"
               MOVE "S" TO FIN-EVALUACIONES.
           MOVE EMPLEADOS-ID TO EVALUACION-EMPLEADOS-ID.
           MOVE ZEROES TO EVALUACION-CAMPANIA.
           IF FIN-EVALUACIONES = "N"
               START EVALUACIONES-ARCHIVO KEY IS NOT LESS THAN
                   EVALUACION-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-EVALUACIONES
               END-START.
           PERFORM LEER-EVALUACION
           UNTIL FIN-EVALUACIONES = "S".

       LEER-EVALUACION.
           READ EVALUACIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-EVALUACIONES
           END-READ.
           IF FIN-EVALUACIONES = "N" AND
              EVALUACION-EMPLEADOS-ID NOT = EMPLEADOS-ID
               MOVE "S" TO FIN-EVALUACIONES.
           IF FIN-EVALUACIONES = "N"
               MOVE EVALUACION-VALORACION TO VALORACION-ULTIMA.

       DETERMINAR-TRAMO-ANTIGUEDAD.
           MOVE ZERO TO ANIOS-SERVICIO.
           IF EMPLEADOS-FECHA-ALTA > 0 AND
              EMPLEADOS-FECHA-ALTA < FECHA-DE-HOY
               COMPUTE ANIOS-SERVICIO =
                       (FECHA-DE-HOY - EMPLEADOS-FECHA-ALTA) / 10000.
           IF ANIOS-SERVICIO < 2
               MOVE "1" TO TRAMO-ANTIGUEDAD
           ELSE
               IF ANIOS-SERVICIO < 5
                   MOVE "2" TO TRAMO-ANTIGUEDAD
               ELSE
                   IF ANIOS-SERVICIO < 10
                       MOVE "3" TO TRAMO-ANTIGUEDAD
                   ELSE
                       IF ANIOS-SERVICIO < 20
                           MOVE "4" TO TRAMO-ANTIGUEDAD
                       ELSE
                           MOVE "5" TO TRAMO-ANTIGUEDAD.

       ACUMULAR-RESUMEN.
           MOVE "D" TO TIPO-BUSCADO.
           MOVE EMPLEADOS-DEPARTAMENTO TO CODIGO-BUSCADO.
           PERFORM SUMAR-A-RESUMEN.
           MOVE "A" TO TIPO-BUSCADO.
           MOVE TRAMO-ANTIGUEDAD TO CODIGO-BUSCADO.
           PERFORM SUMAR-A-RESUMEN.
           MOVE "V" TO TIPO-BUSCADO.
           MOVE VALORACION-ULTIMA TO CODIGO-BUSCADO.
           PERFORM SUMAR-A-RESUMEN.

       SUMAR-A-RESUMEN.
           MOVE 0 TO POSICION-RESUMEN.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-RESUMEN
           UNTIL SUB-I > CONT-RESUMEN OR POSICION-RESUMEN > 0.
           IF POSICION-RESUMEN = 0
               IF CONT-RESUMEN < 80
                   ADD 1 TO CONT-RESUMEN
                   MOVE CONT-RESUMEN TO POSICION-RESUMEN
                   MOVE CLAVE-BUSCADA
                       TO RESUMEN-CLAVE (POSICION-RESUMEN)
                   MOVE ZERO TO RESUMEN-EMPLEADOS (POSICION-RESUMEN)
                   MOVE ZERO TO RESUMEN-SUMA-COMPA (POSICION-RESUMEN)
                   MOVE ZERO
                       TO RESUMEN-SUMA-PENETRACION (POSICION-RESUMEN)
                   MOVE ZERO TO RESUMEN-BAJOS (POSICION-RESUMEN)
                   MOVE ZERO TO RESUMEN-ALTOS (POSICION-RESUMEN)
               ELSE
                   IF AVISO-RESUMEN-LLENO = "N"
                       DISPLAY "Aviso: mas de 80 filas de resumen, "
                               "el resumen no incluye las siguientes."
                       MOVE "S" TO AVISO-RESUMEN-LLENO.
           IF POSICION-RESUMEN > 0
               ADD 1 TO RESUMEN-EMPLEADOS (POSICION-RESUMEN)
               ADD COMPA-RATIO TO RESUMEN-SUMA-COMPA (POSICION-RESUMEN)
               ADD PENETRACION
                   TO RESUMEN-SUMA-PENETRACION (POSICION-RESUMEN)
               IF COMPA-RATIO < COMPA-MINIMO
                   ADD 1 TO RESUMEN-BAJOS (POSICION-RESUMEN)
               END-IF
               IF COMPA-RATIO > COMPA-MAXIMO
                   ADD 1 TO RESUMEN-ALTOS (POSICION-RESUMEN).

       COMPARAR-FILA-RESUMEN.
           IF RESUMEN-CLAVE (SUB-I) = CLAVE-BUSCADA
               MOVE SUB-I TO POSICION-RESUMEN.
           ADD 1 TO SUB-I.

       SOLTAR-EMPLEADO.
           MOVE SPACE TO ORDEN-REGISTRO.
           MOVE EMPLEADOS-GRADO TO ORDEN-GRADO.
           MOVE EMPLEADOS-DEPARTAMENTO TO ORDEN-DEPARTAMENTO.
           MOVE COMPA-RATIO TO ORDEN-COMPA.
           MOVE EMPLEADOS-ID TO ORDEN-ID.
           MOVE EMPLEADOS-APELLIDOS TO ORDEN-APELLIDOS.
           MOVE JORNADA-CALCULO TO ORDEN-JORNADA.
           MOVE SALARIO-BANDA TO ORDEN-SALARIO.
           MOVE PENETRACION TO ORDEN-PENETRACION.
           MOVE CUARTIL TO ORDEN-CUARTIL.
           MOVE VALORACION-ULTIMA TO ORDEN-VALORACION.
           RELEASE ORDEN-REGISTRO.

       LISTAR-BANDAS.
           MOVE 3 TO SUB-N.
           PERFORM INICIAR-NIVEL.
           MOVE "N" TO GRUPO-ABIERTO.
           MOVE "N" TO FIN-ORDEN.
           PERFORM DEVOLVER-SIGUIENTE-EMPLEADO.
           PERFORM EMITIR-EMPLEADO
           UNTIL FIN-ORDEN = "S".
           IF GRUPO-ABIERTO = "S"
               PERFORM CERRAR-DEPARTAMENTO
               PERFORM CERRAR-GRADO.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE 3 TO SUB-N.
           MOVE "TOTAL GENERAL" TO NIVEL-TEXTO.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-TOTAL-NIVEL.

       DEVOLVER-SIGUIENTE-EMPLEADO.
           RETURN ORDEN-ARCHIVO
               AT END
                   MOVE "S" TO FIN-ORDEN
           END-RETURN.

       EMITIR-EMPLEADO.
      *Un cambio de grado cierra departamento y grado; uno de
      *departamento solo el departamento.
           IF GRUPO-ABIERTO = "S"
               IF ORDEN-GRADO NOT = GRADO-EN-CURSO
                   PERFORM CERRAR-DEPARTAMENTO
                   PERFORM CERRAR-GRADO
               ELSE
                   IF ORDEN-DEPARTAMENTO NOT = DEPARTAMENTO-EN-CURSO
                       PERFORM CERRAR-DEPARTAMENTO.
           IF GRUPO-ABIERTO = "N" OR
              ORDEN-GRADO NOT = GRADO-EN-CURSO
               PERFORM ABRIR-GRADO.
           IF ORDEN-DEPARTAMENTO NOT = DEPARTAMENTO-EN-CURSO
               PERFORM ABRIR-DEPARTAMENTO.
           PERFORM IMPRIMIR-EMPLEADO.
           PERFORM SUMAR-A-NIVEL
           VARYING SUB-N FROM 1 BY 1
           UNTIL SUB-N > 3.
           PERFORM DEVOLVER-SIGUIENTE-EMPLEADO.

       ABRIR-GRADO.
           MOVE "S" TO GRUPO-ABIERTO.
           MOVE ORDEN-GRADO TO GRADO-EN-CURSO.
           MOVE 2 TO SUB-N.
           PERFORM INICIAR-NIVEL.
           MOVE GRADO-EN-CURSO TO GRADO-CODIGO.
           READ GRADOS-ARCHIVO
               INVALID KEY
                   MOVE SPACE TO GRADO-TITULO
                   MOVE ZERO TO GRADO-SALARIO-MINIMO
                   MOVE ZERO TO GRADO-SALARIO-MAXIMO
           END-READ.
           COMPUTE PUNTO-MEDIO ROUNDED =
                   (GRADO-SALARIO-MINIMO + GRADO-SALARIO-MAXIMO) / 2.
           MOVE GRADO-SALARIO-MINIMO TO BANDA-EDITADA.
           MOVE PUNTO-MEDIO TO BANDA-EDITADA-2.
           MOVE GRADO-SALARIO-MAXIMO TO BANDA-EDITADA-3.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "GRADO " DELIMITED BY SIZE
                  GRADO-EN-CURSO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GRADO-TITULO DELIMITED BY SIZE
                  "  BANDA MINIMO " DELIMITED BY SIZE
                  BANDA-EDITADA DELIMITED BY SIZE
                  "  PUNTO MEDIO " DELIMITED BY SIZE
                  BANDA-EDITADA-2 DELIMITED BY SIZE
                  "  MAXIMO " DELIMITED BY SIZE
                  BANDA-EDITADA-3 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA.
           MOVE HIGH-VALUES TO DEPARTAMENTO-EN-CURSO.

       ABRIR-DEPARTAMENTO.
           MOVE ORDEN-DEPARTAMENTO TO DEPARTAMENTO-EN-CURSO.
           MOVE 1 TO SUB-N.
           PERFORM INICIAR-NIVEL.
           MOVE SPACE TO INFORME-LINEA.
           STRING " DEPARTAMENTO " DELIMITED BY SIZE
                  DEPARTAMENTO-EN-CURSO DELIMITED BY SIZE
                  "   ID     APELLIDOS            JORN%"
                  DELIMITED BY SIZE
                  "  SALARIO J.C.  COMPA%  PENETR% CUARTIL   EV"
                  DELIMITED BY SIZE
                  " AVISO" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           MOVE DEPARTAMENTO-EN-CURSO TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA.

       INICIAR-NIVEL.
           MOVE ZERO TO NIVEL-EMPLEADOS (SUB-N).
           MOVE ZERO TO NIVEL-SUMA-COMPA (SUB-N).
           MOVE ZERO TO NIVEL-SUMA-PENETRACION (SUB-N).
           MOVE ZERO TO NIVEL-BAJOS (SUB-N).
           MOVE ZERO TO NIVEL-ALTOS (SUB-N).
           PERFORM INICIAR-CUARTIL
           VARYING SUB-Q FROM 1 BY 1
           UNTIL SUB-Q > 6.

       INICIAR-CUARTIL.
           MOVE ZERO TO NIVEL-CUARTIL (SUB-N SUB-Q).

       SUMAR-A-NIVEL.
           ADD 1 TO NIVEL-EMPLEADOS (SUB-N).
           ADD ORDEN-COMPA TO NIVEL-SUMA-COMPA (SUB-N).
           ADD ORDEN-PENETRACION TO NIVEL-SUMA-PENETRACION (SUB-N).
           ADD 1 TO NIVEL-CUARTIL (SUB-N ORDEN-CUARTIL).
           IF ORDEN-COMPA < COMPA-MINIMO
               ADD 1 TO NIVEL-BAJOS (SUB-N).
           IF ORDEN-COMPA > COMPA-MAXIMO
               ADD 1 TO NIVEL-ALTOS (SUB-N).

       IMPRIMIR-EMPLEADO.
      *El aviso marca a quien esta por debajo del 80% o por encima
      *del 120% del punto medio de su banda.
           MOVE SPACE TO AVISO-COMPA.
           IF ORDEN-COMPA < COMPA-MINIMO
               MOVE "<80%" TO AVISO-COMPA.
           IF ORDEN-COMPA > COMPA-MAXIMO
               MOVE ">120%" TO AVISO-COMPA.
           MOVE ORDEN-JORNADA TO JORNADA-EDITADA.
           MOVE ORDEN-SALARIO TO SALARIO-EDITADO.
           MOVE ORDEN-COMPA TO COMPA-EDITADO.
           MOVE ORDEN-PENETRACION TO PENETRACION-EDITADA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "                    " DELIMITED BY SIZE
                  ORDEN-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDEN-APELLIDOS (1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JORNADA-EDITADA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SALARIO-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COMPA-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PENETRACION-EDITADA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-CUARTIL (ORDEN-CUARTIL) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDEN-VALORACION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AVISO-COMPA DELIMITED BY SIZE
               INTO INFORME-LINEA.
           MOVE ORDEN-DEPARTAMENTO TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA.

       CERRAR-DEPARTAMENTO.
           MOVE 1 TO SUB-N.
           MOVE SPACE TO NIVEL-TEXTO.
           STRING "  TOTAL DEPARTAMENTO " DELIMITED BY SIZE
                  DEPARTAMENTO-EN-CURSO DELIMITED BY SIZE
               INTO NIVEL-TEXTO.
           MOVE DEPARTAMENTO-EN-CURSO TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-TOTAL-NIVEL.

       CERRAR-GRADO.
           MOVE 2 TO SUB-N.
           MOVE SPACE TO NIVEL-TEXTO.
           STRING " TOTAL GRADO " DELIMITED BY SIZE
                  GRADO-EN-CURSO DELIMITED BY SIZE
               INTO NIVEL-TEXTO.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-TOTAL-NIVEL.

       IMPRIMIR-TOTAL-NIVEL.
      *Medias del nivel y su distribucion en la banda: cuantos hay
      *por debajo del minimo, en cada cuartil y por encima del
      *maximo, y cuantos fuera del 80-120% del punto medio.
           MOVE ZERO TO MEDIA-COMPA.
           MOVE ZERO TO MEDIA-PENETRACION.
           IF NIVEL-EMPLEADOS (SUB-N) > 0
               COMPUTE MEDIA-COMPA ROUNDED =
                       NIVEL-SUMA-COMPA (SUB-N)
                       / NIVEL-EMPLEADOS (SUB-N)
               COMPUTE MEDIA-PENETRACION ROUNDED =
                       NIVEL-SUMA-PENETRACION (SUB-N)
                       / NIVEL-EMPLEADOS (SUB-N).
           MOVE NIVEL-EMPLEADOS (SUB-N) TO CONT-EDITADO.
           MOVE MEDIA-COMPA TO COMPA-EDITADO.
           MOVE MEDIA-PENETRACION TO PENETRACION-EDITADA.
           MOVE NIVEL-BAJOS (SUB-N) TO CONT-EDITADO-2.
           MOVE NIVEL-ALTOS (SUB-N) TO CONT-EDITADO-3.
           MOVE SPACE TO INFORME-LINEA.
           STRING NIVEL-TEXTO DELIMITED BY SIZE
                  " EMPLEADOS " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "  COMPA MEDIO " DELIMITED BY SIZE
                  COMPA-EDITADO DELIMITED BY SIZE
                  "  PENETR. MEDIA " DELIMITED BY SIZE
                  PENETRACION-EDITADA DELIMITED BY SIZE
                  "  <80% " DELIMITED BY SIZE
                  CONT-EDITADO-2 DELIMITED BY SIZE
                  "  >120% " DELIMITED BY SIZE
                  CONT-EDITADO-3 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           MOVE NIVEL-TEXTO TO INFORME-LINEA.
           MOVE 31 TO SUB-J.
           MOVE 1 TO SUB-Q.
           PERFORM PONER-CUARTIL-NIVEL
           UNTIL SUB-Q > 6.
           PERFORM IMPRIMIR-LINEA.

       PONER-CUARTIL-NIVEL.
           MOVE NIVEL-CUARTIL (SUB-N SUB-Q) TO CONT-EDITADO.
           STRING " " DELIMITED BY SIZE
                  NOMBRE-CUARTIL (SUB-Q) DELIMITED BY "  "
                  ":" DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA
               WITH POINTER SUB-J.
           ADD 1 TO SUB-Q.

       IMPRIMIR-RESUMEN.
      *Resumen comparativo con el total de todos los grados: primero
      *por departamento, despues por antiguedad y por ultima
      *valoracion, cada bloque en orden de codigo.
           MOVE 1 TO SUB-I.
           PERFORM ORDENAR-UNA-POSICION
           UNTIL SUB-I >= CONT-RESUMEN.
           MOVE "P" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "RESUMEN COMPARATIVO DE TODOS LOS GRADOS"
                  DELIMITED BY SIZE
                  "   (COMPA MEDIO, PENETRACION MEDIA Y FUERA DEL "
                  DELIMITED BY SIZE
                  "80-120%)" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           MOVE "D" TO TIPO-BUSCADO.
           MOVE "POR DEPARTAMENTO" TO DESCRIPCION-RESUMEN.
           PERFORM IMPRIMIR-BLOQUE-RESUMEN.
           MOVE "A" TO TIPO-BUSCADO.
           MOVE "POR ANTIGUEDAD" TO DESCRIPCION-RESUMEN.
           PERFORM IMPRIMIR-BLOQUE-RESUMEN.
           MOVE "V" TO TIPO-BUSCADO.
           MOVE "POR ULTIMA VALORACION" TO DESCRIPCION-RESUMEN.
           PERFORM IMPRIMIR-BLOQUE-RESUMEN.

       ORDENAR-UNA-POSICION.
           COMPUTE SUB-J = SUB-I + 1.
           PERFORM COMPARAR-E-INTERCAMBIAR
           UNTIL SUB-J > CONT-RESUMEN.
           ADD 1 TO SUB-I.

       COMPARAR-E-INTERCAMBIAR.
           IF RESUMEN-CLAVE (SUB-J) < RESUMEN-CLAVE (SUB-I)
               MOVE RESUMEN-FILA (SUB-I) TO RESUMEN-TEMPORAL
               MOVE RESUMEN-FILA (SUB-J) TO RESUMEN-FILA (SUB-I)
               MOVE RESUMEN-TEMPORAL TO RESUMEN-FILA (SUB-J).
           ADD 1 TO SUB-J.

       IMPRIMIR-BLOQUE-RESUMEN.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE SPACE TO INFORME-LINEA.
           STRING DESCRIPCION-RESUMEN DELIMITED BY "  "
                  "                            EMPLEADOS  COMPA MEDIO"
                  DELIMITED BY SIZE
                  "  PENETR. MEDIA    <80%   >120%" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           MOVE 1 TO SUB-I.
           PERFORM IMPRIMIR-FILA-RESUMEN
           UNTIL SUB-I > CONT-RESUMEN.

       IMPRIMIR-FILA-RESUMEN.
           IF RESUMEN-TIPO (SUB-I) = TIPO-BUSCADO
               PERFORM DESCRIBIR-FILA-RESUMEN
               MOVE ZERO TO MEDIA-COMPA
               MOVE ZERO TO MEDIA-PENETRACION
               IF RESUMEN-EMPLEADOS (SUB-I) > 0
                   COMPUTE MEDIA-COMPA ROUNDED =
                           RESUMEN-SUMA-COMPA (SUB-I)
                           / RESUMEN-EMPLEADOS (SUB-I)
                   COMPUTE MEDIA-PENETRACION ROUNDED =
                           RESUMEN-SUMA-PENETRACION (SUB-I)
                           / RESUMEN-EMPLEADOS (SUB-I)
               END-IF
               MOVE RESUMEN-EMPLEADOS (SUB-I) TO CONT-EDITADO
               MOVE MEDIA-COMPA TO COMPA-EDITADO
               MOVE MEDIA-PENETRACION TO PENETRACION-EDITADA
               MOVE RESUMEN-BAJOS (SUB-I) TO CONT-EDITADO-2
               MOVE RESUMEN-ALTOS (SUB-I) TO CONT-EDITADO-3
               MOVE SPACE TO INFORME-LINEA
               STRING "  " DELIMITED BY SIZE
                      DESCRIPCION-RESUMEN DELIMITED BY SIZE
                      "          " DELIMITED BY SIZE
                      CONT-EDITADO DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      COMPA-EDITADO DELIMITED BY SIZE
                      "       " DELIMITED BY SIZE
                      PENETRACION-EDITADA DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      CONT-EDITADO-2 DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      CONT-EDITADO-3 DELIMITED BY SIZE
                   INTO INFORME-LINEA
               PERFORM IMPRIMIR-LINEA.
           ADD 1 TO SUB-I.

       DESCRIBIR-FILA-RESUMEN.
           MOVE SPACE TO DESCRIPCION-RESUMEN.
           IF TIPO-BUSCADO = "D"
               MOVE RESUMEN-CODIGO (SUB-I) TO DESCRIPCION-RESUMEN
               IF DEPARTAMENTOS-DISPONIBLES = "S"
                   MOVE RESUMEN-CODIGO (SUB-I) TO DEPARTAMENTOS-CODIGO
                   READ DEPARTAMENTOS-ARCHIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING RESUMEN-CODIGO (SUB-I)
                                  DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  DEPARTAMENTOS-NOMBRE DELIMITED BY SIZE
                               INTO DESCRIPCION-RESUMEN
                   END-READ.
           IF TIPO-BUSCADO = "A"
               MOVE RESUMEN-CODIGO (SUB-I) (1:1) TO SUB-Q
               MOVE NOMBRE-TRAMO (SUB-Q) TO DESCRIPCION-RESUMEN.
           IF TIPO-BUSCADO = "V"
               IF RESUMEN-CODIGO (SUB-I) = SPACE
                   MOVE "SIN EVALUACION" TO DESCRIPCION-RESUMEN
               ELSE
                   STRING "VALORACION " DELIMITED BY SIZE
                          RESUMEN-CODIGO (SUB-I) DELIMITED BY SIZE
                       INTO DESCRIPCION-RESUMEN.

       IMPRIMIR-CONTROL.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           MOVE CONT-ACTIVOS TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EMPLEADOS ACTIVOS:                  "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE CONT-SIN-GRADO TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "SIN GRADO O BANDA VALIDA (EXCLUIDOS):"
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE NIVEL-EMPLEADOS (3) TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EMPLEADOS EN EL LISTADO:            "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE NIVEL-BAJOS (3) TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "POR DEBAJO DEL 80% DEL PUNTO MEDIO: "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE NIVEL-ALTOS (3) TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "POR ENCIMA DEL 120% DEL PUNTO MEDIO:"
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_COMPA_RATIO.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-COMPA-RATIO" TO INFORME-PROGRAMA.
           MOVE "POSICION EN LA BANDA SALARIAL DEL GRADO"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "FECHA DE REFERENCIA: " DELIMITED BY SIZE
                  FECHA-DE-HOY DELIMITED BY SIZE
                  "   COMPA% = SALARIO / PUNTO MEDIO   PENETR% = "
                  DELIMITED BY SIZE
                  "(SALARIO - MINIMO) / (MAXIMO - MINIMO)"
                  DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "SALARIO MENSUAL A JORNADA COMPLETA, COMO LA BANDA;"
                  DELIMITED BY SIZE
                  " JORN% ES LA JORNADA CONTRATADA DEL EMPLEADO."
                  DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-LINEA-BLANCA.
           MOVE SPACE TO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-LINEA.
           MOVE "L" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM INFORME-COMPA-RATIO.

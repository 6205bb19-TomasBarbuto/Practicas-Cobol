       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSO-ELECTORAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de sucursales.
       COPY "copybooks/28-PhSucursales.cbl".
      *Archivo de bajas tramitadas.
       COPY "copybooks/28-PhBajas.cbl".
      *Archivo de trabajo usado por el verbo SORT.
       SELECT ORDEN-ARCHIVO ASSIGN TO "CENSO.TMP".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de sucursales.
       COPY "copybooks/28-LoSucursales.cbl".
      *Archivo de bajas tramitadas.
       COPY "copybooks/28-LoBajas.cbl".
      *Registro de trabajo del SORT: una linea por empleado y lista
      *(1 electores, 2 elegibles), ordenadas por apellidos y nombre
      *como se exponen en el tablon.
       SD ORDEN-ARCHIVO.
       01 ORDEN-REGISTRO.
           05 ORDEN-LISTA PIC X(01).
           05 ORDEN-APELLIDOS PIC X(25).
           05 ORDEN-NOMBRE PIC X(25).
           05 ORDEN-ID PIC X(06).
           05 ORDEN-DEPARTAMENTO PIC X(04).
           05 ORDEN-CONTRATO PIC X(01).

       WORKING-STORAGE SECTION.
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
       77  LEE-TODO PIC X.
       77  FIN-BAJAS PIC X.
       77  FIN-ORDEN PIC X.
       77  SUCURSALES-DISPONIBLES PIC X VALUE "N".
       77  PAGINA-EN-USO PIC X VALUE "N".
       77  AVISO-BAJAS-LLENA PIC X VALUE "N".
       77  SUB-B PIC 9(4) COMP VALUE 0.
       77  CONT-BAJAS PIC 9(4) COMP VALUE 0.
       77  CONT-ELECTORES PIC 9(5) COMP VALUE 0.
       77  CONT-ELEGIBLES PIC 9(5) COMP VALUE 0.
       77  CONT-EN-LISTA PIC 9(5) COMP VALUE 0.
       77  CONT-FIJOS PIC 9(5) COMP VALUE 0.
       77  CONT-TEMPORALES PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-ELECCION-X PIC X(8).
       01  FECHA-ELECCION REDEFINES FECHA-ELECCION-X PIC 9(8).
       01  FECHA-ELECCION-R REDEFINES FECHA-ELECCION-X.
           05 ELECCION-ANIO PIC 9(4).
           05 ELECCION-MES PIC 9(2).
           05 ELECCION-DIA PIC 9(2).
       01  SUCURSAL-ELECCION PIC X(4).
       01  NOMBRE-CENTRO PIC X(20).
       01  LISTA-EN-CURSO PIC X(1) VALUE SPACE.

      *Fecha de nacimiento o de alta del empleado en curso, para
      *la edad y la antiguedad a la fecha de la eleccion.
       01  FECHA-EMPLEADO PIC 9(8).
       01  FECHA-EMPLEADO-R REDEFINES FECHA-EMPLEADO.
           05 EMPLEADO-ANIO PIC 9(4).
           05 EMPLEADO-MES PIC 9(2).
           05 EMPLEADO-DIA PIC 9(2).
       01  EDAD-ELECCION PIC S9(4).
       01  MESES-ANTIGUEDAD PIC S9(5).
       01  FECHA-EDITADA.
           05 EDITADA-DIA PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 EDITADA-MES PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 EDITADA-ANIO PIC 9(4).

      *Calculo de la plantilla del ultimo ano: el ano que termina el
      *dia de la eleccion, en dias naturales.
       01  FECHA-INICIO-PERIODO PIC 9(8).
       01  DIA-INICIO-PERIODO PIC 9(7).
       01  DIA-FIN-PERIODO PIC 9(7).
       01  DIAS-DEL-PERIODO PIC 9(3).
       01  FECHA-FIN-EMPLEO PIC 9(8).
       01  FECHA-LIMITE-TEMPORAL PIC 9(8).
       01  DIA-DESDE PIC 9(7).
       01  DIA-HASTA PIC 9(7).
       01  DIAS-EN-PERIODO PIC 9(5).
       01  SUMA-DIAS-FIJOS PIC 9(9).
       01  SUMA-DIAS-TEMPORALES PIC 9(9).
       01  MEDIA-FIJOS PIC 9(5)V9.
       01  EQUIVALENTES-TEMPORALES PIC 9(5).
       01  RESTO-TEMPORALES PIC 9(5).
       01  PLANTILLA-COMPUTABLE PIC 9(5).
       01  MEDIA-FIJOS-ENTERA PIC 9(5).
       01  PUESTOS-A-ELEGIR PIC 9(3).
       01  MILLARES-EXCESO PIC 9(3).
       01  RESTO-MILLARES PIC 9(4).
       01  ORGANO-TEXTO PIC X(50).
       01  MEDIA-EDITADA PIC ZZZZ9.9.
       01  DIAS-EDITADO PIC ZZZZZZZZ9.
       01  PUESTOS-EDITADO PIC ZZ9.

      *Numero de dia correlativo de una fecha, para restar fechas
      *en dias naturales sin recorrerlas dia a dia.
       01  FECHA-CALCULO PIC 9(8).
       01  FECHA-CALCULO-R REDEFINES FECHA-CALCULO.
           05 CALCULO-ANIO PIC 9(4).
           05 CALCULO-MES PIC 9(2).
           05 CALCULO-DIA PIC 9(2).
       01  NUMERO-DIA PIC 9(7).
       01  CALCULO-A PIC 9(1).
       01  CALCULO-Y PIC 9(5).
       01  CALCULO-M PIC 9(2).
       01  CALCULO-TERMINO-MES PIC 9(4).
       01  CALCULO-CUARTO PIC 9(5).
       01  CALCULO-CENTESIMO PIC 9(5).
       01  CALCULO-CUATROCIENTOS PIC 9(5).
       01  CALCULO-RESTO PIC 9(5).

      *Bajas del ultimo ano, para saber hasta cuando estuvo en
      *plantilla quien ya no esta de alta.
       01  TABLA-BAJAS.
           05 BAJA-FILA OCCURS 1000 TIMES.
               10 TABLA-BAJA-ID PIC X(6).
               10 TABLA-BAJA-FECHA PIC 9(8).

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de sucursales.
       COPY "copybooks/28-EstadoSucursales.cbl".
      *Estado del archivo de bajas tramitadas.
       COPY "copybooks/28-EstadoBajas.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Censo de las elecciones a representantes de los trabajadores
      *de un centro de trabajo (sucursal): lista de electores (16
      *anos y un mes de antiguedad), lista de elegibles (18 anos y
      *seis meses de antiguedad) y numero de representantes segun
      *la plantilla del ultimo ano. Los fijos y los temporales de
      *mas de un ano cuentan por su media; los temporales de hasta
      *un ano cuentan uno por cada 200 dias trabajados o fraccion.
           DISPLAY "Fecha de la eleccion (AAAAMMDD): ".
           ACCEPT FECHA-ELECCION-X.
           IF FECHA-ELECCION-X NOT NUMERIC
               DISPLAY "Fecha de eleccion no valida."
               GO TO TERMINA-PROGRAMA.
           IF ELECCION-MES < 1 OR ELECCION-MES > 12 OR
              ELECCION-DIA < 1 OR ELECCION-DIA > 31
               DISPLAY "Fecha de eleccion no valida."
               GO TO TERMINA-PROGRAMA.
           DISPLAY "Centro de trabajo (codigo de sucursal): ".
           ACCEPT SUCURSAL-ELECCION.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM BUSCAR-CENTRO.
           PERFORM FIJAR-PERIODO.
           PERFORM CARGAR-BAJAS.
           MOVE 0 TO SUMA-DIAS-FIJOS.
           MOVE 0 TO SUMA-DIAS-TEMPORALES.
           PERFORM ABRIR-INFORME.
           SORT ORDEN-ARCHIVO
               ON ASCENDING KEY ORDEN-LISTA
                                ORDEN-APELLIDOS
                                ORDEN-NOMBRE
                                ORDEN-ID
               INPUT PROCEDURE IS REVISAR-EMPLEADOS
               OUTPUT PROCEDURE IS LISTAR-CENSO.
           PERFORM CALCULAR-PUESTOS THRU CALCULAR-PUESTOS-FIN.
           PERFORM IMPRIMIR-PUESTOS.
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Electores: " CONT-ELECTORES
                   " Elegibles: " CONT-ELEGIBLES
                   " Representantes: " PUESTOS-A-ELEGIR.

       TERMINA-PROGRAMA.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "S" TO SUCURSALES-DISPONIBLES.
           OPEN INPUT SUCURSALES-ARCHIVO.
           IF SUCURSALES-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO SUCURSALES-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF SUCURSALES-DISPONIBLES = "S"
               CLOSE SUCURSALES-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       BUSCAR-CENTRO.
           MOVE "SIN NOMBRE EN EL MAESTRO" TO NOMBRE-CENTRO.
           IF SUCURSALES-DISPONIBLES = "S"
               MOVE SUCURSAL-ELECCION TO SUCURSAL-CODIGO
               READ SUCURSALES-ARCHIVO
                   INVALID KEY
                       DISPLAY "Aviso: la sucursal "
                               SUCURSAL-ELECCION
                               " no esta en el maestro."
                   NOT INVALID KEY
                       MOVE SUCURSAL-NOMBRE TO NOMBRE-CENTRO
               END-READ.

       FIJAR-PERIODO.
      *El ano de referencia va del dia siguiente al de la eleccion
      *del ano anterior hasta el mismo dia de la eleccion.
           COMPUTE FECHA-INICIO-PERIODO = FECHA-ELECCION - 10000.
           MOVE FECHA-INICIO-PERIODO TO FECHA-CALCULO.
           PERFORM CALCULAR-NUMERO-DIA.
           COMPUTE DIA-INICIO-PERIODO = NUMERO-DIA + 1.
           MOVE FECHA-ELECCION TO FECHA-CALCULO.
           PERFORM CALCULAR-NUMERO-DIA.
           MOVE NUMERO-DIA TO DIA-FIN-PERIODO.
           COMPUTE DIAS-DEL-PERIODO =
                   DIA-FIN-PERIODO - DIA-INICIO-PERIODO + 1.

       CARGAR-BAJAS.
           MOVE 0 TO CONT-BAJAS.
           OPEN INPUT BAJAS-ARCHIVO.
           IF BAJAS-ARCHIVO-STATUS = "00"
               MOVE "N" TO FIN-BAJAS
               PERFORM LEER-BAJA
               UNTIL FIN-BAJAS = "S"
               CLOSE BAJAS-ARCHIVO.

       LEER-BAJA.
           READ BAJAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-BAJAS
           END-READ.
           IF FIN-BAJAS = "N" AND
              BAJA-FECHA > FECHA-INICIO-PERIODO AND
              BAJA-FECHA NOT > FECHA-ELECCION
               IF CONT-BAJAS < 1000
                   ADD 1 TO CONT-BAJAS
                   MOVE BAJA-EMPLEADOS-ID TO TABLA-BAJA-ID (CONT-BAJAS)
                   MOVE BAJA-FECHA TO TABLA-BAJA-FECHA (CONT-BAJAS)
               ELSE
                   IF AVISO-BAJAS-LLENA = "N"
                       DISPLAY "Aviso: mas de 1000 bajas en el ano, "
                               "la plantilla media no incluye las "
                               "siguientes."
                       MOVE "S" TO AVISO-BAJAS-LLENA.

       REVISAR-EMPLEADOS.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           MOVE "0" TO LEE-TODO.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE "1" TO LEE-TODO
           END-START.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM REVISAR-EMPLEADO
           UNTIL LEE-TODO = "1".

       LEE-SIGUIENTE-REGISTRO.
           IF LEE-TODO = "0"
               READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
               MOVE "1" TO LEE-TODO.

       REVISAR-EMPLEADO.
           IF EMPLEADOS-SUCURSAL = SUCURSAL-ELECCION AND
              EMPLEADOS-FECHA-ALTA NUMERIC AND
              EMPLEADOS-FECHA-ALTA > 0 AND
              EMPLEADOS-FECHA-ALTA NOT > FECHA-ELECCION
               PERFORM SUMAR-A-PLANTILLA
               PERFORM COMPROBAR-CENSO.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       SUMAR-A-PLANTILLA.
      *Dias del ano de referencia en que el empleado estuvo en la
      *plantilla del centro. Quien ya no esta de alta cuenta hasta
      *su baja; sin baja en el ultimo ano no estuvo en el periodo.
           MOVE 0 TO FECHA-FIN-EMPLEO.
           IF EMPLEADOS-ACTIVO
               MOVE FECHA-ELECCION TO FECHA-FIN-EMPLEO
           ELSE
               PERFORM BUSCAR-BAJA-DEL-EMPLEADO.
           IF FECHA-FIN-EMPLEO > 0
               PERFORM CONTAR-DIAS-EN-PERIODO
               PERFORM CLASIFICAR-CONTRATO
               IF FECHA-LIMITE-TEMPORAL > 0
                   ADD DIAS-EN-PERIODO TO SUMA-DIAS-TEMPORALES
                   IF EMPLEADOS-ACTIVO
                       ADD 1 TO CONT-TEMPORALES
                   END-IF
               ELSE
                   ADD DIAS-EN-PERIODO TO SUMA-DIAS-FIJOS
                   IF EMPLEADOS-ACTIVO
                       ADD 1 TO CONT-FIJOS.

       BUSCAR-BAJA-DEL-EMPLEADO.
      *La primera baja del empleado desde su alta vigente.
           MOVE 1 TO SUB-B.
           PERFORM COMPARAR-BAJA-DEL-EMPLEADO
           UNTIL SUB-B > CONT-BAJAS.

       COMPARAR-BAJA-DEL-EMPLEADO.
           IF TABLA-BAJA-ID (SUB-B) = EMPLEADOS-ID AND
              TABLA-BAJA-FECHA (SUB-B) NOT < EMPLEADOS-FECHA-ALTA
               IF FECHA-FIN-EMPLEO = 0 OR
                  TABLA-BAJA-FECHA (SUB-B) < FECHA-FIN-EMPLEO
                   MOVE TABLA-BAJA-FECHA (SUB-B) TO FECHA-FIN-EMPLEO.
           ADD 1 TO SUB-B.

       CONTAR-DIAS-EN-PERIODO.
           MOVE EMPLEADOS-FECHA-ALTA TO FECHA-CALCULO.
           PERFORM CALCULAR-NUMERO-DIA.
           MOVE NUMERO-DIA TO DIA-DESDE.
           IF DIA-DESDE < DIA-INICIO-PERIODO
               MOVE DIA-INICIO-PERIODO TO DIA-DESDE.
           MOVE FECHA-FIN-EMPLEO TO FECHA-CALCULO.
           PERFORM CALCULAR-NUMERO-DIA.
           MOVE NUMERO-DIA TO DIA-HASTA.
           IF DIA-HASTA > DIA-FIN-PERIODO
               MOVE DIA-FIN-PERIODO TO DIA-HASTA.
           MOVE 0 TO DIAS-EN-PERIODO.
           IF DIA-HASTA NOT < DIA-DESDE
               COMPUTE DIAS-EN-PERIODO = DIA-HASTA - DIA-DESDE + 1.

       CLASIFICAR-CONTRATO.
      *Temporal o de aprendizaje con fin a un ano o menos del alta
      *cuenta por dias trabajados; con fin mas alla, o sin fecha de
      *fin, cuenta como fijo. FECHA-LIMITE-TEMPORAL a cero es fijo.
           MOVE 0 TO FECHA-LIMITE-TEMPORAL.
           IF (CONTRATO-TEMPORAL OR CONTRATO-APRENDIZ) AND
              EMPLEADOS-CONTRATO-FIN NUMERIC AND
              EMPLEADOS-CONTRATO-FIN > 0
               COMPUTE FECHA-LIMITE-TEMPORAL =
                       EMPLEADOS-FECHA-ALTA + 10000
               IF EMPLEADOS-CONTRATO-FIN > FECHA-LIMITE-TEMPORAL
                   MOVE 0 TO FECHA-LIMITE-TEMPORAL.

       COMPROBAR-CENSO.
      *Solo entran los activos el dia de la eleccion cuyo contrato
      *no haya vencido antes de esa fecha.
           IF EMPLEADOS-ACTIVO
               IF EMPLEADOS-CONTRATO-FIN NOT NUMERIC OR
                  EMPLEADOS-CONTRATO-FIN = 0 OR
                  EMPLEADOS-CONTRATO-FIN NOT < FECHA-ELECCION
                   PERFORM CALCULAR-EDAD-Y-ANTIGUEDAD
                   IF EDAD-ELECCION NOT < 16 AND
                      MESES-ANTIGUEDAD NOT < 1
                       MOVE "1" TO ORDEN-LISTA
                       PERFORM SOLTAR-EN-LISTA
                   END-IF
                   IF EDAD-ELECCION NOT < 18 AND
                      MESES-ANTIGUEDAD NOT < 6
                       MOVE "2" TO ORDEN-LISTA
                       PERFORM SOLTAR-EN-LISTA.

       CALCULAR-EDAD-Y-ANTIGUEDAD.
      *Anos cumplidos y meses completos de servicio el dia de la
      *eleccion. Sin fecha de nacimiento valida no entra en censo.
           MOVE -1 TO EDAD-ELECCION.
           IF EMPLEADOS-FECHA-NACIMIENTO NUMERIC AND
              EMPLEADOS-FECHA-NACIMIENTO > 0
               MOVE EMPLEADOS-FECHA-NACIMIENTO TO FECHA-EMPLEADO
               COMPUTE EDAD-ELECCION = ELECCION-ANIO - EMPLEADO-ANIO
               IF ELECCION-MES < EMPLEADO-MES OR
                  (ELECCION-MES = EMPLEADO-MES AND
                   ELECCION-DIA < EMPLEADO-DIA)
                   SUBTRACT 1 FROM EDAD-ELECCION.
           MOVE EMPLEADOS-FECHA-ALTA TO FECHA-EMPLEADO.
           COMPUTE MESES-ANTIGUEDAD =
                   (ELECCION-ANIO - EMPLEADO-ANIO) * 12
                   + ELECCION-MES - EMPLEADO-MES.
           IF ELECCION-DIA < EMPLEADO-DIA
               SUBTRACT 1 FROM MESES-ANTIGUEDAD.

       SOLTAR-EN-LISTA.
           MOVE EMPLEADOS-APELLIDOS TO ORDEN-APELLIDOS.
           MOVE EMPLEADOS-NOMBRE TO ORDEN-NOMBRE.
           MOVE EMPLEADOS-ID TO ORDEN-ID.
           MOVE EMPLEADOS-DEPARTAMENTO TO ORDEN-DEPARTAMENTO.
           MOVE EMPLEADOS-CONTRATO-TIPO TO ORDEN-CONTRATO.
           IF ORDEN-LISTA = "1"
               ADD 1 TO CONT-ELECTORES
           ELSE
               ADD 1 TO CONT-ELEGIBLES.
           RELEASE ORDEN-REGISTRO.

       LISTAR-CENSO.
           MOVE SPACE TO LISTA-EN-CURSO.
           MOVE "N" TO FIN-ORDEN.
           PERFORM DEVOLVER-SIGUIENTE.
           PERFORM EMITIR-INSCRITO
           UNTIL FIN-ORDEN = "S".
           IF LISTA-EN-CURSO NOT = SPACE
               PERFORM CERRAR-LISTA.
      *Una lista vacia tambien se expone, con su total a cero.
           IF CONT-ELECTORES = 0
               MOVE "1" TO LISTA-EN-CURSO
               PERFORM ABRIR-LISTA
               PERFORM CERRAR-LISTA.
           IF CONT-ELEGIBLES = 0
               MOVE "2" TO LISTA-EN-CURSO
               PERFORM ABRIR-LISTA
               PERFORM CERRAR-LISTA.

       DEVOLVER-SIGUIENTE.
           RETURN ORDEN-ARCHIVO
               AT END
                   MOVE "S" TO FIN-ORDEN
           END-RETURN.

       EMITIR-INSCRITO.
           IF ORDEN-LISTA NOT = LISTA-EN-CURSO
               IF LISTA-EN-CURSO NOT = SPACE
                   PERFORM CERRAR-LISTA
               END-IF
               MOVE ORDEN-LISTA TO LISTA-EN-CURSO
               PERFORM ABRIR-LISTA.
           ADD 1 TO CONT-EN-LISTA.
           MOVE CONT-EN-LISTA TO CONT-EDITADO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING CONT-EDITADO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ORDEN-APELLIDOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDEN-NOMBRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDEN-ID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  ORDEN-DEPARTAMENTO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM DEVOLVER-SIGUIENTE.

       ABRIR-LISTA.
           MOVE 0 TO CONT-EN-LISTA.
           PERFORM SALTAR-PAGINA.
           PERFORM IMPRIMIR-CABECERA-CENTRO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           IF LISTA-EN-CURSO = "1"
               STRING "LISTA DE ELECTORES: 16 ANOS CUMPLIDOS "
                          DELIMITED BY SIZE
                      "Y UN MES DE ANTIGUEDAD" DELIMITED BY SIZE
                   INTO INFORME-LINEA
           ELSE
               STRING "LISTA DE ELEGIBLES: 18 ANOS CUMPLIDOS "
                          DELIMITED BY SIZE
                      "Y SEIS MESES DE ANTIGUEDAD" DELIMITED BY SIZE
                   INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           STRING "  NUM  APELLIDOS                 " DELIMITED BY SIZE
                  "NOMBRE                    ID       DEPTO"
                      DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       SALTAR-PAGINA.
      *Cada lista y el calculo de representantes van en pagina
      *propia para exponerlos por separado.
           IF PAGINA-EN-USO = "S"
               MOVE "P" TO INFORME-OPERACION
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "S" TO PAGINA-EN-USO.

       CERRAR-LISTA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-EN-LISTA TO CONT-EDITADO.
           IF LISTA-EN-CURSO = "1"
               STRING "TOTAL ELECTORES: " DELIMITED BY SIZE
                      CONT-EDITADO DELIMITED BY SIZE
                   INTO INFORME-LINEA
           ELSE
               STRING "TOTAL ELEGIBLES: " DELIMITED BY SIZE
                      CONT-EDITADO DELIMITED BY SIZE
                   INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-PIE-TABLON.

       IMPRIMIR-CABECERA-CENTRO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SUCURSAL-ELECCION TO INFORME-DEPARTAMENTO.
           MOVE ELECCION-DIA TO EDITADA-DIA.
           MOVE ELECCION-MES TO EDITADA-MES.
           MOVE ELECCION-ANIO TO EDITADA-ANIO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "CENTRO DE TRABAJO: " DELIMITED BY SIZE
                  SUCURSAL-ELECCION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-CENTRO DELIMITED BY SIZE
                  "   FECHA DE LA ELECCION: " DELIMITED BY SIZE
                  FECHA-EDITADA DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-PIE-TABLON.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           STRING "Las reclamaciones a esta lista se presentan "
                      DELIMITED BY SIZE
                  "ante la mesa electoral en el plazo establecido."
                      DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "Expuesto en el tablon de anuncios el ____/____/______"
               TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           STRING "Por la empresa:                      "
                      DELIMITED BY SIZE
                  "Por la mesa electoral:" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CALCULAR-PUESTOS.
      *Plantilla computable: media de fijos en el ano mas un
      *trabajador por cada 200 dias, o fraccion, trabajados por los
      *temporales de hasta un ano. Escala de representantes: de 6 a
      *30 un delegado de personal (de 6 a 10 si lo decide la
      *mayoria), de 31 a 49 tres delegados y desde 50 comite de
      *empresa de 5, 9, 13, 17 y 21 miembros hasta 1000, y dos mas
      *por cada mil o fraccion, con un maximo de 75.
           MOVE 0 TO MEDIA-FIJOS.
           IF DIAS-DEL-PERIODO > 0
               COMPUTE MEDIA-FIJOS ROUNDED =
                       SUMA-DIAS-FIJOS / DIAS-DEL-PERIODO.
           COMPUTE MEDIA-FIJOS-ENTERA ROUNDED = MEDIA-FIJOS.
           DIVIDE SUMA-DIAS-TEMPORALES BY 200
               GIVING EQUIVALENTES-TEMPORALES
               REMAINDER RESTO-TEMPORALES.
           IF RESTO-TEMPORALES > 0
               ADD 1 TO EQUIVALENTES-TEMPORALES.
           COMPUTE PLANTILLA-COMPUTABLE =
                   MEDIA-FIJOS-ENTERA + EQUIVALENTES-TEMPORALES.
           MOVE 0 TO PUESTOS-A-ELEGIR.
           IF PLANTILLA-COMPUTABLE < 6
               MOVE "SIN REPRESENTACION (MENOS DE 6 TRABAJADORES)"
                   TO ORGANO-TEXTO
               GO TO CALCULAR-PUESTOS-FIN.
           IF PLANTILLA-COMPUTABLE < 50
               PERFORM CALCULAR-DELEGADOS
               GO TO CALCULAR-PUESTOS-FIN.
           MOVE "COMITE DE EMPRESA" TO ORGANO-TEXTO.
           IF PLANTILLA-COMPUTABLE NOT > 100
               MOVE 5 TO PUESTOS-A-ELEGIR
           ELSE
               IF PLANTILLA-COMPUTABLE NOT > 250
                   MOVE 9 TO PUESTOS-A-ELEGIR
               ELSE
                   IF PLANTILLA-COMPUTABLE NOT > 500
                       MOVE 13 TO PUESTOS-A-ELEGIR
                   ELSE
                       IF PLANTILLA-COMPUTABLE NOT > 750
                           MOVE 17 TO PUESTOS-A-ELEGIR
                       ELSE
                           PERFORM CALCULAR-COMITE-GRANDE.

       CALCULAR-PUESTOS-FIN.
           EXIT.

       CALCULAR-DELEGADOS.
           MOVE "DELEGADOS DE PERSONAL" TO ORGANO-TEXTO.
           IF PLANTILLA-COMPUTABLE NOT > 10
               MOVE 1 TO PUESTOS-A-ELEGIR
               MOVE "DELEGADO DE PERSONAL (SI LO DECIDE LA MAYORIA)"
                   TO ORGANO-TEXTO
           ELSE
               IF PLANTILLA-COMPUTABLE NOT > 30
                   MOVE 1 TO PUESTOS-A-ELEGIR
               ELSE
                   MOVE 3 TO PUESTOS-A-ELEGIR.

       CALCULAR-COMITE-GRANDE.
           MOVE 21 TO PUESTOS-A-ELEGIR.
           IF PLANTILLA-COMPUTABLE > 1000
               DIVIDE 1000 INTO PLANTILLA-COMPUTABLE
                   GIVING MILLARES-EXCESO REMAINDER RESTO-MILLARES
               IF RESTO-MILLARES = 0
                   SUBTRACT 1 FROM MILLARES-EXCESO
               END-IF
               COMPUTE PUESTOS-A-ELEGIR = 21 + MILLARES-EXCESO * 2
               IF PUESTOS-A-ELEGIR > 75
                   MOVE 75 TO PUESTOS-A-ELEGIR.

       IMPRIMIR-PUESTOS.
           PERFORM SALTAR-PAGINA.
           PERFORM IMPRIMIR-CABECERA-CENTRO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE FECHA-INICIO-PERIODO TO FECHA-EMPLEADO.
           MOVE EMPLEADO-DIA TO EDITADA-DIA.
           MOVE EMPLEADO-MES TO EDITADA-MES.
           MOVE EMPLEADO-ANIO TO EDITADA-ANIO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "PLANTILLA DEL ANO ANTERIOR A LA ELECCION, DESDE EL "
                      DELIMITED BY SIZE
                  FECHA-EDITADA DELIMITED BY SIZE
                  " (EXCLUIDO)" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE MEDIA-FIJOS TO MEDIA-EDITADA.
           MOVE CONT-FIJOS TO CONT-EDITADO.
           STRING "FIJOS Y TEMPORALES DE MAS DE UN ANO, MEDIA: "
                      DELIMITED BY SIZE
                  MEDIA-EDITADA DELIMITED BY SIZE
                  "   (DE ALTA HOY: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SUMA-DIAS-TEMPORALES TO DIAS-EDITADO.
           MOVE CONT-TEMPORALES TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TEMPORALES DE HASTA UN ANO, DIAS TRABAJADOS: "
                      DELIMITED BY SIZE
                  DIAS-EDITADO DELIMITED BY SIZE
                  "   (DE ALTA HOY: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE EQUIVALENTES-TEMPORALES TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TEMPORALES COMPUTADOS (UNO POR 200 DIAS O "
                      DELIMITED BY SIZE
                  "FRACCION):  " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "T" TO INFORME-OPERACION.
           MOVE PLANTILLA-COMPUTABLE TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "PLANTILLA COMPUTABLE: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE PUESTOS-A-ELEGIR TO PUESTOS-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "ORGANO: " DELIMITED BY SIZE
                  ORGANO-TEXTO DELIMITED BY SIZE
                  " PUESTOS: " DELIMITED BY SIZE
                  PUESTOS-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CALCULAR-NUMERO-DIA.
      *Numero de dia juliano de FECHA-CALCULO en NUMERO-DIA; la
      *diferencia entre dos numeros da los dias naturales entre
      *las fechas. Cada division es entera, por eso va aparte.
           COMPUTE CALCULO-RESTO = 14 - CALCULO-MES.
           DIVIDE CALCULO-RESTO BY 12 GIVING CALCULO-A.
           COMPUTE CALCULO-Y = CALCULO-ANIO + 4800 - CALCULO-A.
           COMPUTE CALCULO-M = CALCULO-MES + 12 * CALCULO-A - 3.
           COMPUTE CALCULO-RESTO = 153 * CALCULO-M + 2.
           DIVIDE CALCULO-RESTO BY 5 GIVING CALCULO-TERMINO-MES.
           DIVIDE CALCULO-Y BY 4 GIVING CALCULO-CUARTO.
           DIVIDE CALCULO-Y BY 100 GIVING CALCULO-CENTESIMO.
           DIVIDE CALCULO-Y BY 400 GIVING CALCULO-CUATROCIENTOS.
           COMPUTE NUMERO-DIA = CALCULO-DIA + CALCULO-TERMINO-MES
                   + 365 * CALCULO-Y + CALCULO-CUARTO
                   - CALCULO-CENTESIMO + CALCULO-CUATROCIENTOS
                   - 32045.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "CENSO_ELECTORAL.TXT" TO INFORME-NOMBRE.
           MOVE "CENSO-ELECTORAL" TO INFORME-PROGRAMA.
           MOVE "CENSO ELECTORAL DE REPRESENTANTES"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM CENSO-ELECTORAL.

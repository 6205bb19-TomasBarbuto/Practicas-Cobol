       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-INDEMNIZACIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Archivo de complementos salariales de los empleados.
       COPY "copybooks/28-PhComplementos.cbl".
      *Archivo maestro de conceptos salariales.
       COPY "copybooks/28-PhConceptos.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".
      *Archivo de trabajo usado por el verbo SORT.
       SELECT ORDEN-ARCHIVO ASSIGN TO "INDEMNIZACIONES.TMP".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Archivo de complementos salariales de los empleados.
       COPY "copybooks/28-LoComplementos.cbl".
      *Archivo maestro de conceptos salariales.
       COPY "copybooks/28-LoConceptos.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".
      *Registro de trabajo del SORT: una linea por empleado activo
      *con sus tres indemnizaciones, ordenadas por empresa, division
      *y departamento para los cortes del listado.
       SD ORDEN-ARCHIVO.
       01 ORDEN-REGISTRO.
           05 ORDEN-EMPRESA PIC X(02).
           05 ORDEN-DIVISION PIC X(02).
           05 ORDEN-DEPARTAMENTO PIC X(04).
           05 ORDEN-ID PIC X(06).
           05 ORDEN-APELLIDOS PIC X(25).
           05 ORDEN-CONTRATO PIC X(01).
           05 ORDEN-FECHA-ALTA PIC 9(08).
           05 ORDEN-MESES PIC 9(04).
           05 ORDEN-SALARIO-DIA PIC 9(05)V99.
           05 ORDEN-OBJETIVO PIC 9(07)V99.
           05 ORDEN-IMPROCEDENTE PIC 9(07)V99.
           05 ORDEN-FIN-CONTRATO PIC 9(07)V99.
           05 ORDEN-TOPES PIC X(02).

       WORKING-STORAGE SECTION.
       77  FIN-LECTURA PIC X.
       77  FIN-ORDEN PIC X.
       77  FIN-COMPLEMENTOS PIC X.
       77  COMPLEMENTOS-DISPONIBLES PIC X.
       77  CONCEPTOS-DISPONIBLES PIC X.
       77  GRUPO-ABIERTO PIC X.
       77  COMPLEMENTO-COMPUTA PIC X.
       77  CONT-EMPLEADOS PIC 9(5) COMP VALUE 0.
       77  CONT-TOPADOS PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-CALCULO-X PIC X(8).
       01  FECHA-CALCULO REDEFINES FECHA-CALCULO-X PIC 9(8).

      *Reforma laboral de 2012: el tiempo de servicio anterior a
      *esta fecha se indemniza en el despido improcedente a 45 dias
      *por ano con tope de 42 mensualidades.
       01  FECHA-REFORMA-2012 PIC 9(8) VALUE 20120212.

      *Importe mensual de cada trienio cumplido, el mismo parametro
      *de la nomina.
       01  IMPORTE-TRIENIO PIC 9(5)V99 VALUE 0.

      *Meses de servicio entre dos fechas: el mes empezado cuenta
      *entero, como prorratea el Estatuto los periodos inferiores
      *al ano.
       01  MESES-DESDE PIC 9(8).
       01  MESES-DESDE-R REDEFINES MESES-DESDE.
           05 MDESDE-ANIO PIC 9(4).
           05 MDESDE-MES PIC 9(2).
           05 MDESDE-DIA PIC 9(2).
       01  MESES-HASTA PIC 9(8).
       01  MESES-HASTA-R REDEFINES MESES-HASTA.
           05 MHASTA-ANIO PIC 9(4).
           05 MHASTA-MES PIC 9(2).
           05 MHASTA-DIA PIC 9(2).
       01  MESES-RESULTADO PIC S9(5) COMP.

      *Salario regulador del empleado a la fecha de calculo.
       01  PORCENTAJE-JORNADA PIC 9(3)V99.
       01  ANIOS-SERVICIO PIC 9(3).
       01  TRIENIOS-EMPLEADO PIC 9(3).
       01  SALARIO-MES PIC 9(7)V99.
       01  COMPLEMENTOS-MES PIC 9(7)V99.
       01  SALARIO-DIA PIC 9(5)V99.

      *Dias de salario de cada indemnizacion, antes y despues del
      *tope legal.
       01  MESES-SERVICIO PIC 9(4).
       01  MESES-ANTES-REFORMA PIC 9(4).
       01  MESES-DESDE-REFORMA PIC 9(4).
       01  DIAS-OBJETIVO PIC 9(5)V99.
       01  DIAS-IMPROCEDENTE PIC 9(5)V99.
       01  DIAS-ANTES-REFORMA PIC 9(5)V99.
       01  DIAS-DESDE-REFORMA PIC 9(5)V99.
       01  DIAS-FIN-CONTRATO PIC 9(5)V99.
       01  TOPES-APLICADOS PIC X(2).

      *Cortes del listado y acumulados de cada nivel: 1 departamento,
      *2 division, 3 empresa y 4 total general.
       01  EMPRESA-EN-CURSO PIC X(2).
       01  DIVISION-EN-CURSO PIC X(2).
       01  DEPARTAMENTO-EN-CURSO PIC X(4).
       01  TABLA-NIVELES.
           05 NIVEL-FILA OCCURS 4 TIMES.
               10 NIVEL-EMPLEADOS PIC 9(5).
               10 NIVEL-OBJETIVO PIC 9(11)V99.
               10 NIVEL-IMPROCEDENTE PIC 9(11)V99.
               10 NIVEL-FIN-CONTRATO PIC 9(11)V99.
       01  SUB-N PIC 9(1).
       01  NIVEL-TEXTO PIC X(30).

       01  MESES-EDITADOS PIC ZZZ9.
       01  SALARIO-DIA-EDITADO PIC $$,$$9.99.
       01  IMPORTE-EDITADO PIC $$$$,$$9.99.
       01  IMPORTE-EDITADO-2 PIC $$$$,$$9.99.
       01  IMPORTE-EDITADO-3 PIC $$$$,$$9.99.
       01  TOTAL-EDITADO PIC $$$,$$$,$$9.99.
       01  TOTAL-EDITADO-2 PIC $$$,$$$,$$9.99.
       01  TOTAL-EDITADO-3 PIC $$$,$$$,$$9.99.

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del archivo de complementos salariales.
       COPY "copybooks/28-EstadoComplementos.cbl".
      *Estado del archivo maestro de conceptos salariales.
       COPY "copybooks/28-EstadoConceptos.cbl".
      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Pasivo por indemnizaciones: para cada empleado activo se
      *calcula lo que costaria hoy su despido objetivo, su despido
      *improcedente y, si es temporal, la extincion de su contrato,
      *con los totales por departamento, division y empresa que
      *pide Finanzas para las cuentas anuales y para valorar una
      *reorganizacion. Todos los archivos se abren solo de lectura.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM PEDIR-FECHA-CALCULO.
           PERFORM LEER-PARAMETROS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ABRIR-INFORME.
           SORT ORDEN-ARCHIVO
               ON ASCENDING KEY ORDEN-EMPRESA
                                ORDEN-DIVISION
                                ORDEN-DEPARTAMENTO
                                ORDEN-ID
               INPUT PROCEDURE IS REVISAR-EMPLEADOS
               OUTPUT PROCEDURE IS LISTAR-INDEMNIZACIONES.
           PERFORM IMPRIMIR-CONTROL.
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PEDIR-FECHA-CALCULO.
      *Para las cuentas anuales se calcula al cierre del ejercicio;
      *en blanco se usa la fecha de negocio.
           DISPLAY "Fecha de calculo (AAAAMMDD, en blanco = fecha de "
                   "negocio): ".
           MOVE SPACE TO FECHA-CALCULO-X.
           ACCEPT FECHA-CALCULO-X.
           IF FECHA-CALCULO-X NOT NUMERIC
               MOVE FECHA-DE-HOY TO FECHA-CALCULO.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "IMPORTE-TRIENIO" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO IMPORTE-TRIENIO
               END-READ
               CLOSE PARAMETROS-ARCHIVO.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           MOVE "S" TO COMPLEMENTOS-DISPONIBLES.
           OPEN INPUT COMPLEMENTOS-ARCHIVO.
           IF COMPLEMENTOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO COMPLEMENTOS-DISPONIBLES.
           MOVE "S" TO CONCEPTOS-DISPONIBLES.
           OPEN INPUT CONCEPTOS-ARCHIVO.
           IF CONCEPTOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO CONCEPTOS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.
           IF COMPLEMENTOS-DISPONIBLES = "S"
               CLOSE COMPLEMENTOS-ARCHIVO.
           IF CONCEPTOS-DISPONIBLES = "S"
               CLOSE CONCEPTOS-ARCHIVO.

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
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N" AND EMPLEADOS-ACTIVO
               PERFORM CALCULAR-SALARIO-DIA
               PERFORM CALCULAR-INDEMNIZACIONES
               PERFORM SOLTAR-EMPLEADO.

       CALCULAR-SALARIO-DIA.
      *Salario regulador: salario, trienios y complementos en vigor
      *a la fecha de calculo, reducidos al porcentaje de jornada
      *como en la nomina, en doce pagas y repartidos entre los 365
      *dias del ano. Los complementos de conceptos que no cotizan
      *(dietas, plus de transporte) son extrasalariales y no
      *computan.
           MOVE 100 TO PORCENTAJE-JORNADA.
           IF EMPLEADOS-JORNADA-PORCENTAJE NUMERIC AND
              EMPLEADOS-JORNADA-PORCENTAJE > 0 AND
              EMPLEADOS-JORNADA-PORCENTAJE NOT > 100
               MOVE EMPLEADOS-JORNADA-PORCENTAJE
                   TO PORCENTAJE-JORNADA.
           MOVE ZERO TO SALARIO-MES.
           IF EMPLEADOS-SALARIO > 0
               MOVE EMPLEADOS-SALARIO TO SALARIO-MES.
           MOVE ZERO TO TRIENIOS-EMPLEADO.
           IF EMPLEADOS-FECHA-ALTA > 0 AND
              EMPLEADOS-FECHA-ALTA < FECHA-CALCULO
               COMPUTE ANIOS-SERVICIO =
                       (FECHA-CALCULO - EMPLEADOS-FECHA-ALTA) / 10000
               COMPUTE TRIENIOS-EMPLEADO = ANIOS-SERVICIO / 3.
           COMPUTE SALARIO-MES = SALARIO-MES
                   + TRIENIOS-EMPLEADO * IMPORTE-TRIENIO.
           MOVE ZERO TO COMPLEMENTOS-MES.
           IF COMPLEMENTOS-DISPONIBLES = "S"
               PERFORM SUMAR-COMPLEMENTOS.
           COMPUTE SALARIO-MES ROUNDED =
                   (SALARIO-MES + COMPLEMENTOS-MES)
                   * PORCENTAJE-JORNADA / 100.
           COMPUTE SALARIO-DIA ROUNDED = SALARIO-MES * 12 / 365.

       SUMAR-COMPLEMENTOS.
           MOVE "N" TO FIN-COMPLEMENTOS.
           MOVE EMPLEADOS-ID TO COMPLEMENTO-EMPLEADOS-ID.
           MOVE LOW-VALUES TO COMPLEMENTO-CONCEPTO.
           MOVE ZEROES TO COMPLEMENTO-FECHA-DESDE.
           START COMPLEMENTOS-ARCHIVO
               KEY IS NOT LESS THAN COMPLEMENTO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-COMPLEMENTOS
           END-START.
           PERFORM LEER-COMPLEMENTO-EMPLEADO
           UNTIL FIN-COMPLEMENTOS = "S".

       LEER-COMPLEMENTO-EMPLEADO.
           READ COMPLEMENTOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-COMPLEMENTOS
           END-READ.
           IF FIN-COMPLEMENTOS = "N" AND
              COMPLEMENTO-EMPLEADOS-ID NOT = EMPLEADOS-ID
               MOVE "S" TO FIN-COMPLEMENTOS.
           IF FIN-COMPLEMENTOS = "N" AND
              COMPLEMENTO-FECHA-DESDE NOT > FECHA-CALCULO AND
              (COMPLEMENTO-FECHA-HASTA = 0 OR
               COMPLEMENTO-FECHA-HASTA NOT < FECHA-CALCULO)
               PERFORM COMPROBAR-CONCEPTO
               IF COMPLEMENTO-COMPUTA = "S"
                   ADD COMPLEMENTO-IMPORTE TO COMPLEMENTOS-MES.

       COMPROBAR-CONCEPTO.
      *Un concepto que no figura en el maestro cotiza, como en la
      *nomina, y computa.
           MOVE "S" TO COMPLEMENTO-COMPUTA.
           IF CONCEPTOS-DISPONIBLES = "S"
               MOVE COMPLEMENTO-CONCEPTO TO CONCEPTO-CODIGO
               READ CONCEPTOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CONCEPTO-EXENTO-SS
                           MOVE "N" TO COMPLEMENTO-COMPUTA
                       END-IF
               END-READ.

       CALCULAR-INDEMNIZACIONES.
      *Despido objetivo: 20 dias por ano con tope de 12
      *mensualidades (360 dias). Despido improcedente: 33 dias por
      *ano con tope de 24 mensualidades (720 dias); el tiempo
      *anterior a la reforma de 2012 va a 45 dias por ano y, si por
      *si solo pasa de 720 dias, se queda con ese importe hasta 42
      *mensualidades (1260 dias). Fin de contrato temporal: 12 dias
      *por ano, sin tope; los indefinidos y los contratos de
      *aprendizaje no tienen indemnizacion por este concepto.
           MOVE SPACE TO TOPES-APLICADOS.
           MOVE EMPLEADOS-FECHA-ALTA TO MESES-DESDE.
           MOVE FECHA-CALCULO TO MESES-HASTA.
           PERFORM CALCULAR-MESES.
           MOVE MESES-RESULTADO TO MESES-SERVICIO.
           COMPUTE DIAS-OBJETIVO ROUNDED = 20 * MESES-SERVICIO / 12.
           IF DIAS-OBJETIVO > 360
               MOVE 360 TO DIAS-OBJETIVO
               MOVE "O" TO TOPES-APLICADOS (1:1).
           IF EMPLEADOS-FECHA-ALTA < FECHA-REFORMA-2012
               PERFORM CALCULAR-IMPROCEDENTE-REFORMA
           ELSE
               COMPUTE DIAS-IMPROCEDENTE ROUNDED =
                       33 * MESES-SERVICIO / 12
               IF DIAS-IMPROCEDENTE > 720
                   MOVE 720 TO DIAS-IMPROCEDENTE
                   MOVE "I" TO TOPES-APLICADOS (2:1).
           MOVE ZERO TO DIAS-FIN-CONTRATO.
           IF CONTRATO-TEMPORAL
               COMPUTE DIAS-FIN-CONTRATO ROUNDED =
                       12 * MESES-SERVICIO / 12.
           IF TOPES-APLICADOS NOT = SPACE
               ADD 1 TO CONT-TOPADOS.

       CALCULAR-IMPROCEDENTE-REFORMA.
           MOVE EMPLEADOS-FECHA-ALTA TO MESES-DESDE.
           MOVE FECHA-REFORMA-2012 TO MESES-HASTA.
           PERFORM CALCULAR-MESES.
           MOVE MESES-RESULTADO TO MESES-ANTES-REFORMA.
           MOVE FECHA-REFORMA-2012 TO MESES-DESDE.
           MOVE FECHA-CALCULO TO MESES-HASTA.
           PERFORM CALCULAR-MESES.
           MOVE MESES-RESULTADO TO MESES-DESDE-REFORMA.
           COMPUTE DIAS-ANTES-REFORMA ROUNDED =
                   45 * MESES-ANTES-REFORMA / 12.
           COMPUTE DIAS-DESDE-REFORMA ROUNDED =
                   33 * MESES-DESDE-REFORMA / 12.
           IF DIAS-ANTES-REFORMA > 720
               MOVE DIAS-ANTES-REFORMA TO DIAS-IMPROCEDENTE
               MOVE "I" TO TOPES-APLICADOS (2:1)
               IF DIAS-IMPROCEDENTE > 1260
                   MOVE 1260 TO DIAS-IMPROCEDENTE
               END-IF
           ELSE
               COMPUTE DIAS-IMPROCEDENTE =
                       DIAS-ANTES-REFORMA + DIAS-DESDE-REFORMA
               IF DIAS-IMPROCEDENTE > 720
                   MOVE 720 TO DIAS-IMPROCEDENTE
                   MOVE "I" TO TOPES-APLICADOS (2:1).

       CALCULAR-MESES.
      *Meses naturales de MESES-DESDE a MESES-HASTA contando entero
      *el mes empezado; cero si falta la fecha o no ha transcurrido
      *tiempo.
           MOVE 0 TO MESES-RESULTADO.
           IF MESES-DESDE > 0 AND MESES-HASTA > MESES-DESDE
               COMPUTE MESES-RESULTADO =
                       (MHASTA-ANIO - MDESDE-ANIO) * 12
                       + MHASTA-MES - MDESDE-MES
               IF MHASTA-DIA > MDESDE-DIA
                   ADD 1 TO MESES-RESULTADO.

       SOLTAR-EMPLEADO.
           MOVE SPACE TO ORDEN-REGISTRO.
           MOVE EMPLEADOS-EMPRESA TO ORDEN-EMPRESA.
           MOVE EMPLEADOS-DEPARTAMENTO TO ORDEN-DEPARTAMENTO.
           MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTOS-CODIGO.
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   MOVE SPACE TO ORDEN-DIVISION
               NOT INVALID KEY
                   MOVE DEPARTAMENTOS-DIVISION TO ORDEN-DIVISION
           END-READ.
           MOVE EMPLEADOS-ID TO ORDEN-ID.
           MOVE EMPLEADOS-APELLIDOS TO ORDEN-APELLIDOS.
           MOVE EMPLEADOS-CONTRATO-TIPO TO ORDEN-CONTRATO.
           MOVE EMPLEADOS-FECHA-ALTA TO ORDEN-FECHA-ALTA.
           MOVE MESES-SERVICIO TO ORDEN-MESES.
           MOVE SALARIO-DIA TO ORDEN-SALARIO-DIA.
           COMPUTE ORDEN-OBJETIVO ROUNDED =
                   SALARIO-DIA * DIAS-OBJETIVO.
           COMPUTE ORDEN-IMPROCEDENTE ROUNDED =
                   SALARIO-DIA * DIAS-IMPROCEDENTE.
           COMPUTE ORDEN-FIN-CONTRATO ROUNDED =
                   SALARIO-DIA * DIAS-FIN-CONTRATO.
           MOVE TOPES-APLICADOS TO ORDEN-TOPES.
           RELEASE ORDEN-REGISTRO.

       LISTAR-INDEMNIZACIONES.
           MOVE ZERO TO NIVEL-EMPLEADOS (4).
           MOVE ZERO TO NIVEL-OBJETIVO (4).
           MOVE ZERO TO NIVEL-IMPROCEDENTE (4).
           MOVE ZERO TO NIVEL-FIN-CONTRATO (4).
           MOVE "N" TO GRUPO-ABIERTO.
           MOVE "N" TO FIN-ORDEN.
           PERFORM DEVOLVER-SIGUIENTE-EMPLEADO.
           PERFORM EMITIR-EMPLEADO
           UNTIL FIN-ORDEN = "S".
           IF GRUPO-ABIERTO = "S"
               PERFORM CERRAR-DEPARTAMENTO
               PERFORM CERRAR-DIVISION
               PERFORM CERRAR-EMPRESA.

       DEVOLVER-SIGUIENTE-EMPLEADO.
           RETURN ORDEN-ARCHIVO
               AT END
                   MOVE "S" TO FIN-ORDEN
           END-RETURN.

       EMITIR-EMPLEADO.
      *Cortes de control de menor a mayor: un cambio de empresa
      *cierra departamento, division y empresa; uno de division
      *cierra departamento y division.
           IF GRUPO-ABIERTO = "S"
               IF ORDEN-EMPRESA NOT = EMPRESA-EN-CURSO
                   PERFORM CERRAR-DEPARTAMENTO
                   PERFORM CERRAR-DIVISION
                   PERFORM CERRAR-EMPRESA
               ELSE
                   IF ORDEN-DIVISION NOT = DIVISION-EN-CURSO
                       PERFORM CERRAR-DEPARTAMENTO
                       PERFORM CERRAR-DIVISION
                   ELSE
                       IF ORDEN-DEPARTAMENTO NOT =
                          DEPARTAMENTO-EN-CURSO
                           PERFORM CERRAR-DEPARTAMENTO.
           IF GRUPO-ABIERTO = "N" OR
              ORDEN-EMPRESA NOT = EMPRESA-EN-CURSO
               PERFORM ABRIR-EMPRESA.
           IF ORDEN-DIVISION NOT = DIVISION-EN-CURSO
               PERFORM ABRIR-DIVISION.
           IF ORDEN-DEPARTAMENTO NOT = DEPARTAMENTO-EN-CURSO
               PERFORM ABRIR-DEPARTAMENTO.
           PERFORM IMPRIMIR-EMPLEADO.
           PERFORM SUMAR-A-NIVEL
           VARYING SUB-N FROM 1 BY 1
           UNTIL SUB-N > 4.
           ADD 1 TO CONT-EMPLEADOS.
           PERFORM DEVOLVER-SIGUIENTE-EMPLEADO.

       ABRIR-EMPRESA.
           MOVE "S" TO GRUPO-ABIERTO.
           MOVE ORDEN-EMPRESA TO EMPRESA-EN-CURSO.
           MOVE 3 TO SUB-N.
           PERFORM INICIAR-NIVEL.
           MOVE SPACE TO INFORME-LINEA.
           IF EMPRESA-EN-CURSO = SPACE
               MOVE "EMPRESA PRINCIPAL" TO INFORME-LINEA
           ELSE
               STRING "EMPRESA " DELIMITED BY SIZE
                      EMPRESA-EN-CURSO DELIMITED BY SIZE
                   INTO INFORME-LINEA.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA.
           MOVE HIGH-VALUES TO DIVISION-EN-CURSO.

       ABRIR-DIVISION.
           MOVE ORDEN-DIVISION TO DIVISION-EN-CURSO.
           MOVE 2 TO SUB-N.
           PERFORM INICIAR-NIVEL.
           MOVE SPACE TO INFORME-LINEA.
           IF DIVISION-EN-CURSO = SPACE
               MOVE " SIN DIVISION ASIGNADA" TO INFORME-LINEA
           ELSE
               STRING " DIVISION " DELIMITED BY SIZE
                      DIVISION-EN-CURSO DELIMITED BY SIZE
                   INTO INFORME-LINEA.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA.
           MOVE HIGH-VALUES TO DEPARTAMENTO-EN-CURSO.

       ABRIR-DEPARTAMENTO.
           MOVE ORDEN-DEPARTAMENTO TO DEPARTAMENTO-EN-CURSO.
           MOVE 1 TO SUB-N.
           PERFORM INICIAR-NIVEL.
           MOVE SPACE TO INFORME-LINEA.
           STRING "  DEPARTAMENTO " DELIMITED BY SIZE
                  DEPARTAMENTO-EN-CURSO DELIMITED BY SIZE
                  "   ID     APELLIDOS            C ALTA     MESES"
                  DELIMITED BY SIZE
                  "  SAL.DIA    OBJETIVO  IMPROCEDENTE FIN CONTRATO"
                  DELIMITED BY SIZE
               INTO INFORME-LINEA.
           MOVE DEPARTAMENTO-EN-CURSO TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA.

       INICIAR-NIVEL.
           MOVE ZERO TO NIVEL-EMPLEADOS (SUB-N).
           MOVE ZERO TO NIVEL-OBJETIVO (SUB-N).
           MOVE ZERO TO NIVEL-IMPROCEDENTE (SUB-N).
           MOVE ZERO TO NIVEL-FIN-CONTRATO (SUB-N).

       SUMAR-A-NIVEL.
           ADD 1 TO NIVEL-EMPLEADOS (SUB-N).
           ADD ORDEN-OBJETIVO TO NIVEL-OBJETIVO (SUB-N).
           ADD ORDEN-IMPROCEDENTE TO NIVEL-IMPROCEDENTE (SUB-N).
           ADD ORDEN-FIN-CONTRATO TO NIVEL-FIN-CONTRATO (SUB-N).

       IMPRIMIR-EMPLEADO.
      *Una O o una I al final de la linea indica que la
      *indemnizacion objetiva o la improcedente ha llegado al tope.
           MOVE ORDEN-MESES TO MESES-EDITADOS.
           MOVE ORDEN-SALARIO-DIA TO SALARIO-DIA-EDITADO.
           MOVE ORDEN-OBJETIVO TO IMPORTE-EDITADO.
           MOVE ORDEN-IMPROCEDENTE TO IMPORTE-EDITADO-2.
           MOVE ORDEN-FIN-CONTRATO TO IMPORTE-EDITADO-3.
           MOVE SPACE TO INFORME-LINEA.
           STRING "     " DELIMITED BY SIZE
                  ORDEN-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDEN-APELLIDOS (1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDEN-CONTRATO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDEN-FECHA-ALTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MESES-EDITADOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SALARIO-DIA-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  IMPORTE-EDITADO-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  IMPORTE-EDITADO-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDEN-TOPES DELIMITED BY SIZE
               INTO INFORME-LINEA.
           MOVE ORDEN-DEPARTAMENTO TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA.

       CERRAR-DEPARTAMENTO.
           MOVE 1 TO SUB-N.
           MOVE SPACE TO NIVEL-TEXTO.
           STRING "    TOTAL DEPARTAMENTO " DELIMITED BY SIZE
                  DEPARTAMENTO-EN-CURSO DELIMITED BY SIZE
               INTO NIVEL-TEXTO.
           MOVE DEPARTAMENTO-EN-CURSO TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-TOTAL-NIVEL.

       CERRAR-DIVISION.
           MOVE 2 TO SUB-N.
           MOVE SPACE TO NIVEL-TEXTO.
           IF DIVISION-EN-CURSO = SPACE
               MOVE "   TOTAL SIN DIVISION" TO NIVEL-TEXTO
           ELSE
               STRING "   TOTAL DIVISION " DELIMITED BY SIZE
                      DIVISION-EN-CURSO DELIMITED BY SIZE
                   INTO NIVEL-TEXTO.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-TOTAL-NIVEL.

       CERRAR-EMPRESA.
           MOVE 3 TO SUB-N.
           MOVE SPACE TO NIVEL-TEXTO.
           IF EMPRESA-EN-CURSO = SPACE
               MOVE "  TOTAL EMPRESA PRINCIPAL" TO NIVEL-TEXTO
           ELSE
               STRING "  TOTAL EMPRESA " DELIMITED BY SIZE
                      EMPRESA-EN-CURSO DELIMITED BY SIZE
                   INTO NIVEL-TEXTO.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-TOTAL-NIVEL.

       IMPRIMIR-TOTAL-NIVEL.
           MOVE NIVEL-EMPLEADOS (SUB-N) TO CONT-EDITADO.
           MOVE NIVEL-OBJETIVO (SUB-N) TO TOTAL-EDITADO.
           MOVE NIVEL-IMPROCEDENTE (SUB-N) TO TOTAL-EDITADO-2.
           MOVE NIVEL-FIN-CONTRATO (SUB-N) TO TOTAL-EDITADO-3.
           MOVE SPACE TO INFORME-LINEA.
           STRING NIVEL-TEXTO DELIMITED BY SIZE
                  " EMPLEADOS " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  " OBJ " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
                  " IMP " DELIMITED BY SIZE
                  TOTAL-EDITADO-2 DELIMITED BY SIZE
                  " FIN " DELIMITED BY SIZE
                  TOTAL-EDITADO-3 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-CONTROL.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           MOVE CONT-EMPLEADOS TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EMPLEADOS ACTIVOS VALORADOS:       "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE NIVEL-OBJETIVO (4) TO TOTAL-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL DESPIDO OBJETIVO:        " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE NIVEL-IMPROCEDENTE (4) TO TOTAL-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL DESPIDO IMPROCEDENTE:    " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE NIVEL-FIN-CONTRATO (4) TO TOTAL-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL FIN DE CONTRATO TEMPORAL:" DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE CONT-TOPADOS TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EMPLEADOS CON ALGUN TOPE LEGAL:    "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_INDEMNIZACIONES.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-INDEMNIZACIONES" TO INFORME-PROGRAMA.
           MOVE "PASIVO POR INDEMNIZACIONES DE DESPIDO"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "CALCULADO A " DELIMITED BY SIZE
                  FECHA-CALCULO DELIMITED BY SIZE
                  "   OBJETIVO 20 DIAS/ANO TOPE 12 MENS. (O)  "
                  DELIMITED BY SIZE
                  "IMPROCEDENTE 33 DIAS/ANO TOPE 24 MENS. (I)"
                  DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-LINEA.
           MOVE "L" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM INFORME-INDEMNIZACIONES.

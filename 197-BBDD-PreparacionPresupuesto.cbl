       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPARACION-PRESUPUESTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Archivo de tasas de aumento por departamento.
       COPY "copybooks/28-PhTasas.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".
      *Archivo maestro de deducciones de nomina.
       COPY "copybooks/28-PhDeducciones.cbl".
      *Archivo maestro de plazas autorizadas.
       COPY "copybooks/28-PhPlazas.cbl".
      *Archivo maestro de grados salariales.
       COPY "copybooks/28-PhGrados.cbl".
      *Borrador de presupuesto salarial del ejercicio siguiente.
       COPY "copybooks/28-PhBorradorPresupuesto.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Archivo de tasas de aumento por departamento.
       COPY "copybooks/28-LoTasas.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".
      *Archivo maestro de deducciones de nomina.
       COPY "copybooks/28-LoDeducciones.cbl".
      *Archivo maestro de plazas autorizadas.
       COPY "copybooks/28-LoPlazas.cbl".
      *Archivo maestro de grados salariales.
       COPY "copybooks/28-LoGrados.cbl".
      *Borrador de presupuesto salarial del ejercicio siguiente.
       COPY "copybooks/28-LoBorradorPresupuesto.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
       77  LEE-TODO PIC X.
       77  FIN-TASAS PIC X.
       77  FIN-DEDUCCIONES PIC X.
       77  FIN-PLAZAS PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  AVISO-GRUPOS-LLENA PIC X VALUE "N".
       77  SUB-I PIC 9(3) COMP VALUE 0.
       77  SUB-M PIC 9(2) COMP VALUE 0.
       77  POSICION-TASA PIC 9(2) COMP VALUE 0.
       77  POSICION-DEPARTAMENTO PIC 9(2) COMP VALUE 0.
       77  POSICION-GRUPO PIC 9(3) COMP VALUE 0.
       77  CONT-TASAS PIC 9(2) COMP VALUE 0.
       77  CONT-TASAS-RECHAZADAS PIC 9(2) COMP VALUE 0.
       77  CONT-DEPARTAMENTOS PIC 9(2) COMP VALUE 0.
       77  CONT-GRUPOS PIC 9(3) COMP VALUE 0.
       77  CONT-EMPLEADOS PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-TASA PIC 9(5) COMP VALUE 0.
       77  CONT-FIN-CONTRATO PIC 9(5) COMP VALUE 0.
       77  CONT-JUBILACIONES PIC 9(5) COMP VALUE 0.
       77  CONT-PLAZAS-VACANTES PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-GRADO PIC 9(5) COMP VALUE 0.
       77  CONT-LINEAS PIC 9(5) COMP VALUE 0.
       77  PLAZAS-DEL-EJERCICIO PIC X VALUE "N".
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-DE-HOY-R REDEFINES FECHA-DE-HOY.
           05 HOY-ANIO PIC 9(4).
           05 HOY-MES-DIA PIC 9(4).

      *Ejercicio que se presupuesta (por defecto el siguiente al de
      *la fecha de negocio) y ejercicio cuyas plazas autorizadas se
      *valoran: las del propio ejercicio si ya estan dadas de alta,
      *si no las del ejercicio en curso.
       01  EJERCICIO-X PIC X(4).
       01  EJERCICIO REDEFINES EJERCICIO-X PIC 9(4).
       01  EJERCICIO-PLAZAS PIC 9(4).
       01  FECHA-INICIO-EJERCICIO PIC 9(8).
       01  FECHA-FIN-EJERCICIO PIC 9(8).

      *Parametros de negocio con los mismos valores por defecto que
      *la nomina y el informe de jubilaciones.
       01  EDAD-JUBILACION PIC 9(3) VALUE 67.
       01  IMPORTE-TRIENIO PIC 9(5)V99 VALUE 25.

      *Porcentaje de la cuota patronal (linea tipo E del maestro de
      *deducciones) con la vigencia mas reciente que no sea
      *posterior al uno de enero del ejercicio presupuestado.
       01  PORCENTAJE-SS-EMPRESA PIC 9(3)V99 VALUE 0.
       01  VIGENCIA-MEJOR PIC 9(8) VALUE 0.
       01  VIGENCIA-LINEA PIC 9(8).

      *Tasas de aumento por meritos, validadas contra el maestro de
      *departamentos igual que en AUMENTO-MERITOS. La subida se
      *presupuesta desde enero.
       01  TABLA-TASAS.
           05 TASA-FILA OCCURS 50 TIMES.
               10 TASA-DEPTO PIC X(4).
               10 TASA-PCT PIC 9(3)V99.

      *Proyeccion por departamento y mes del ejercicio.
       01  TABLA-DEPARTAMENTOS.
           05 PROYECCION-FILA OCCURS 50 TIMES.
               10 PROYECCION-DEPARTAMENTO PIC X(4).
               10 PROYECCION-MES OCCURS 12 TIMES.
                   15 PROYECCION-PLANTILLA PIC 9(5).
                   15 PROYECCION-VACANTES PIC 9(5).
                   15 PROYECCION-SALARIOS PIC 9(9)V99.
                   15 PROYECCION-PAGAS PIC 9(9)V99.
                   15 PROYECCION-CUOTA-EMPRESA PIC 9(9)V99.
                   15 PROYECCION-COSTE-VACANTES PIC 9(9)V99.
       01  DEPARTAMENTO-BUSCADO PIC X(4).

      *Activos por departamento y grado, el mismo recuento que el
      *informe de vacantes, para restar la plantilla de las plazas
      *autorizadas.
       01  TABLA-OCUPACION.
           05 OCUPACION-FILA OCCURS 100 TIMES.
               10 OCUPACION-DEPARTAMENTO PIC X(4).
               10 OCUPACION-GRADO PIC X(4).
               10 OCUPACION-ACTIVOS PIC 9(4).

      *Datos del empleado en curso. El coste corre mientras el
      *empleado sigue en plantilla el primer dia del mes: hasta el
      *fin de su contrato temporal o hasta la fecha en que cumple la
      *edad de jubilacion, lo que llegue antes.
       01  PORCENTAJE-MERITO PIC 9(3)V99.
       01  PORCENTAJE-JORNADA PIC 9(3)V99.
       01  SALARIO-PROYECTADO PIC 9(7)V99.
       01  FECHA-FIN-COSTE PIC 9(8).
       01  FECHA-JUBILACION PIC 9(8).
       01  ALTA-ANIO-MES PIC 9(6).
       01  ANIO-MES-PROYECTADO PIC 9(6).
       01  FECHA-MES-PROYECTADO PIC 9(8).
       01  ANIOS-SERVICIO PIC 9(3).
       01  TRIENIOS-EMPLEADO PIC 9(2).
       01  IMPORTE-TRIENIOS PIC 9(7)V99.
       01  IMPORTE-SALARIO-MES PIC 9(7)V99.
       01  IMPORTE-PAGA PIC 9(7)V99.
      *Meses en plantilla dentro del semestre: la paga de junio y la
      *de diciembre se presupuestan en proporcion, como las prorratea
      *PAGA-EXTRAORDINARIA.
       01  MESES-SEMESTRE PIC 9(2).

      *Plazas vacantes del grupo en curso, valoradas al punto medio
      *de la banda salarial de su grado.
       01  VACANTES-CALCULADAS PIC S9(4).
       01  SALARIO-VACANTE PIC 9(7)V99.
       01  IMPORTE-VACANTES PIC 9(9)V99.

      *Totales anuales del departamento que se lista y de la empresa.
       01  ANUAL-SALARIOS PIC 9(11)V99.
       01  ANUAL-PAGAS PIC 9(11)V99.
       01  ANUAL-CUOTA-EMPRESA PIC 9(11)V99.
       01  ANUAL-COSTE-VACANTES PIC 9(11)V99.
       01  ANUAL-COSTE PIC 9(11)V99.
       01  ANUAL-VACANTES PIC 9(5).
       01  TOTAL-SALARIOS PIC 9(11)V99 VALUE 0.
       01  TOTAL-PAGAS PIC 9(11)V99 VALUE 0.
       01  TOTAL-CUOTA-EMPRESA PIC 9(11)V99 VALUE 0.
       01  TOTAL-COSTE-VACANTES PIC 9(11)V99 VALUE 0.
       01  TOTAL-COSTE PIC 9(11)V99 VALUE 0.

       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
       01  IMPORTE-EDITADO-2 PIC $$$,$$$,$$9.99.
       01  IMPORTE-EDITADO-3 PIC $$$,$$$,$$9.99.
       01  IMPORTE-EDITADO-4 PIC $$$,$$$,$$9.99.

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del archivo de tasas de aumento.
       COPY "copybooks/28-EstadoTasas.cbl".
      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".
      *Estado del archivo maestro de deducciones de nomina.
       COPY "copybooks/28-EstadoDeducciones.cbl".
      *Estado del archivo maestro de plazas autorizadas.
       COPY "copybooks/28-EstadoPlazas.cbl".
      *Estado del archivo maestro de grados salariales.
       COPY "copybooks/28-EstadoGrados.cbl".
      *Estado del borrador de presupuesto salarial.
       COPY "copybooks/28-EstadoBorradorPresupuesto.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM PEDIR-EJERCICIO.
           COMPUTE FECHA-INICIO-EJERCICIO = EJERCICIO * 10000 + 101.
           COMPUTE FECHA-FIN-EJERCICIO = EJERCICIO * 10000 + 1231.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-PORCENTAJE-EMPRESA.
           PERFORM CARGAR-TASAS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM PROYECTAR-EMPLEADO
           UNTIL LEE-TODO = "1".
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM PROYECTAR-VACANTES THRU PROYECTAR-VACANTES-FIN.
           PERFORM ESCRIBIR-BORRADOR.
           PERFORM MOSTRAR-RESUMEN.
           STOP RUN.

       PEDIR-EJERCICIO.
           DISPLAY "Ejercicio a presupuestar (AAAA, en blanco = el "
                   "siguiente al de la fecha de negocio): ".
           ACCEPT EJERCICIO-X.
           IF EJERCICIO-X NOT NUMERIC
               COMPUTE EJERCICIO = HOY-ANIO + 1
           ELSE
               IF EJERCICIO < HOY-ANIO
                   DISPLAY "No se presupuesta un ejercicio pasado, se "
                           "usa el siguiente."
                   COMPUTE EJERCICIO = HOY-ANIO + 1.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "EDAD-JUBILACION" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO EDAD-JUBILACION
               END-READ
               MOVE "IMPORTE-TRIENIO" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO IMPORTE-TRIENIO
               END-READ
               CLOSE PARAMETROS-ARCHIVO.

       CARGAR-PORCENTAJE-EMPRESA.
           OPEN INPUT DEDUCCIONES-ARCHIVO.
           IF DEDUCCIONES-ARCHIVO-STATUS NOT = "00"
               DISPLAY "Estado de archivo de deducciones "
                       "inesperado: " DEDUCCIONES-ARCHIVO-STATUS
           ELSE
               MOVE "N" TO FIN-DEDUCCIONES
               PERFORM LEER-DEDUCCION
               UNTIL FIN-DEDUCCIONES = "S"
               CLOSE DEDUCCIONES-ARCHIVO.
           IF PORCENTAJE-SS-EMPRESA = 0
               DISPLAY "Aviso: el maestro de deducciones no tiene "
                       "cuota patronal (tipo E), el presupuesto sale "
                       "sin ella.".

       LEER-DEDUCCION.
           READ DEDUCCIONES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DEDUCCIONES
               NOT AT END
                   IF DEDUCCION-SS-EMPRESA
                       PERFORM ANOTAR-CUOTA-EMPRESA
           END-READ.

       ANOTAR-CUOTA-EMPRESA.
           IF DEDUCCION-VIGENCIA-DESDE NOT NUMERIC
               MOVE ZERO TO VIGENCIA-LINEA
           ELSE
               MOVE DEDUCCION-VIGENCIA-9 TO VIGENCIA-LINEA.
           IF VIGENCIA-LINEA NOT > FECHA-INICIO-EJERCICIO AND
              VIGENCIA-LINEA NOT < VIGENCIA-MEJOR
               MOVE VIGENCIA-LINEA TO VIGENCIA-MEJOR
               MOVE DEDUCCION-PORCENTAJE TO PORCENTAJE-SS-EMPRESA.

       CARGAR-TASAS.
      *Sin archivo de tasas el presupuesto se prepara sin meritos.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           OPEN INPUT TASAS-ARCHIVO.
           IF TASAS-ARCHIVO-STATUS NOT = "00"
               DISPLAY "Aviso: sin archivo de tasas de aumento, el "
                       "presupuesto se prepara sin meritos."
           ELSE
               MOVE "N" TO FIN-TASAS
               PERFORM LEER-TASA
               UNTIL FIN-TASAS = "S"
               CLOSE TASAS-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.

       LEER-TASA.
           READ TASAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-TASAS
               NOT AT END
                   PERFORM VALIDAR-Y-GUARDAR-TASA
           END-READ.

       VALIDAR-Y-GUARDAR-TASA.
           MOVE TASA-DEPARTAMENTO TO DEPARTAMENTOS-CODIGO.
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   ADD 1 TO CONT-TASAS-RECHAZADAS
                   DISPLAY "Tasa rechazada, no existe el departamento "
                           TASA-DEPARTAMENTO
               NOT INVALID KEY
                   PERFORM GUARDAR-TASA
           END-READ.

       GUARDAR-TASA.
           IF CONT-TASAS < 50
               ADD 1 TO CONT-TASAS
               MOVE TASA-DEPARTAMENTO TO TASA-DEPTO (CONT-TASAS)
               MOVE TASA-PORCENTAJE TO TASA-PCT (CONT-TASAS)
           ELSE
               ADD 1 TO CONT-TASAS-RECHAZADAS
               DISPLAY "Tasa rechazada, mas de 50 departamentos en "
                       "el archivo de tasas.".

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       PROYECTAR-EMPLEADO.
           IF EMPLEADOS-ACTIVO
               ADD 1 TO CONT-EMPLEADOS
               PERFORM SUMAR-A-GRUPO
               PERFORM PREPARAR-EMPLEADO
               MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTO-BUSCADO
               PERFORM OBTENER-FILA-DEPARTAMENTO
               IF POSICION-DEPARTAMENTO > 0
                   MOVE 0 TO MESES-SEMESTRE
                   MOVE 1 TO SUB-M
                   PERFORM PROYECTAR-MES-EMPLEADO
                   UNTIL SUB-M > 12.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       PREPARAR-EMPLEADO.
           PERFORM BUSCAR-TASA-DEPARTAMENTO.
           IF POSICION-TASA > 0
               MOVE TASA-PCT (POSICION-TASA) TO PORCENTAJE-MERITO
           ELSE
               MOVE ZERO TO PORCENTAJE-MERITO
               ADD 1 TO CONT-SIN-TASA.
           MOVE EMPLEADOS-JORNADA-PORCENTAJE TO PORCENTAJE-JORNADA.
           IF PORCENTAJE-JORNADA = 0 OR PORCENTAJE-JORNADA > 100
               MOVE 100 TO PORCENTAJE-JORNADA.
           COMPUTE SALARIO-PROYECTADO ROUNDED =
                   EMPLEADOS-SALARIO * (1 + PORCENTAJE-MERITO / 100)
                   * PORCENTAJE-JORNADA / 100.
           COMPUTE ALTA-ANIO-MES = EMPLEADOS-FECHA-ALTA / 100.
           MOVE 99999999 TO FECHA-FIN-COSTE.
           IF NOT CONTRATO-INDEFINIDO AND
              EMPLEADOS-CONTRATO-FIN NOT = 0
               MOVE EMPLEADOS-CONTRATO-FIN TO FECHA-FIN-COSTE
               IF EMPLEADOS-CONTRATO-FIN NOT < FECHA-INICIO-EJERCICIO
                  AND EMPLEADOS-CONTRATO-FIN NOT > FECHA-FIN-EJERCICIO
                   ADD 1 TO CONT-FIN-CONTRATO.
           IF EMPLEADOS-FECHA-NACIMIENTO NOT = 0
               COMPUTE FECHA-JUBILACION = EMPLEADOS-FECHA-NACIMIENTO
                       + EDAD-JUBILACION * 10000
               IF FECHA-JUBILACION < FECHA-FIN-COSTE
                   MOVE FECHA-JUBILACION TO FECHA-FIN-COSTE
                   IF FECHA-JUBILACION NOT < FECHA-INICIO-EJERCICIO
                      AND FECHA-JUBILACION NOT > FECHA-FIN-EJERCICIO
                       ADD 1 TO CONT-JUBILACIONES.

       PROYECTAR-MES-EMPLEADO.
           COMPUTE ANIO-MES-PROYECTADO = EJERCICIO * 100 + SUB-M.
           COMPUTE FECHA-MES-PROYECTADO =
                   ANIO-MES-PROYECTADO * 100 + 1.
           IF ALTA-ANIO-MES NOT > ANIO-MES-PROYECTADO AND
              FECHA-FIN-COSTE NOT < FECHA-MES-PROYECTADO
               PERFORM CALCULAR-TRIENIOS
               COMPUTE IMPORTE-SALARIO-MES =
                       SALARIO-PROYECTADO + IMPORTE-TRIENIOS
               ADD 1 TO MESES-SEMESTRE
               ADD 1 TO PROYECCION-PLANTILLA
                   (POSICION-DEPARTAMENTO, SUB-M)
               ADD IMPORTE-SALARIO-MES TO PROYECCION-SALARIOS
                   (POSICION-DEPARTAMENTO, SUB-M).
           IF SUB-M = 6 OR SUB-M = 12
               COMPUTE IMPORTE-PAGA ROUNDED =
                       SALARIO-PROYECTADO * MESES-SEMESTRE / 6
               ADD IMPORTE-PAGA TO PROYECCION-PAGAS
                   (POSICION-DEPARTAMENTO, SUB-M)
               MOVE 0 TO MESES-SEMESTRE.
           ADD 1 TO SUB-M.

       CALCULAR-TRIENIOS.
      *Trienios cumplidos el primer dia del mes, con el mismo
      *calculo que la nomina: el que vence durante el ejercicio
      *entra en el mes siguiente a su vencimiento.
           MOVE ZERO TO IMPORTE-TRIENIOS.
           IF EMPLEADOS-FECHA-ALTA NOT = 0 AND
              EMPLEADOS-FECHA-ALTA < FECHA-MES-PROYECTADO
               COMPUTE ANIOS-SERVICIO =
                   (FECHA-MES-PROYECTADO - EMPLEADOS-FECHA-ALTA)
                   / 10000
               COMPUTE TRIENIOS-EMPLEADO = ANIOS-SERVICIO / 3
               COMPUTE IMPORTE-TRIENIOS ROUNDED =
                       TRIENIOS-EMPLEADO * IMPORTE-TRIENIO *
                       PORCENTAJE-JORNADA / 100.

       BUSCAR-TASA-DEPARTAMENTO.
           MOVE 0 TO POSICION-TASA.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-TASA
           UNTIL SUB-I > CONT-TASAS OR POSICION-TASA > 0.

       COMPARAR-FILA-TASA.
           IF TASA-DEPTO (SUB-I) = EMPLEADOS-DEPARTAMENTO
               MOVE SUB-I TO POSICION-TASA.
           ADD 1 TO SUB-I.

       OBTENER-FILA-DEPARTAMENTO.
           MOVE 0 TO POSICION-DEPARTAMENTO.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-DEPARTAMENTO
           UNTIL SUB-I > CONT-DEPARTAMENTOS OR
                 POSICION-DEPARTAMENTO > 0.
           IF POSICION-DEPARTAMENTO = 0
               IF CONT-DEPARTAMENTOS < 50
                   ADD 1 TO CONT-DEPARTAMENTOS
                   MOVE CONT-DEPARTAMENTOS TO POSICION-DEPARTAMENTO
                   MOVE DEPARTAMENTO-BUSCADO
                       TO PROYECCION-DEPARTAMENTO
                          (POSICION-DEPARTAMENTO)
                   MOVE 1 TO SUB-M
                   PERFORM LIMPIAR-MES-DEPARTAMENTO
                   UNTIL SUB-M > 12
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 50 departamentos, el "
                               "presupuesto no incluye los "
                               "siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.

       COMPARAR-FILA-DEPARTAMENTO.
           IF PROYECCION-DEPARTAMENTO (SUB-I) = DEPARTAMENTO-BUSCADO
               MOVE SUB-I TO POSICION-DEPARTAMENTO.
           ADD 1 TO SUB-I.

       LIMPIAR-MES-DEPARTAMENTO.
           MOVE ZERO TO PROYECCION-PLANTILLA
                        (POSICION-DEPARTAMENTO, SUB-M).
           MOVE ZERO TO PROYECCION-VACANTES
                        (POSICION-DEPARTAMENTO, SUB-M).
           MOVE ZERO TO PROYECCION-SALARIOS
                        (POSICION-DEPARTAMENTO, SUB-M).
           MOVE ZERO TO PROYECCION-PAGAS
                        (POSICION-DEPARTAMENTO, SUB-M).
           MOVE ZERO TO PROYECCION-CUOTA-EMPRESA
                        (POSICION-DEPARTAMENTO, SUB-M).
           MOVE ZERO TO PROYECCION-COSTE-VACANTES
                        (POSICION-DEPARTAMENTO, SUB-M).
           ADD 1 TO SUB-M.

       SUMAR-A-GRUPO.
           PERFORM BUSCAR-GRUPO.
           IF POSICION-GRUPO = 0
               IF CONT-GRUPOS < 100
                   ADD 1 TO CONT-GRUPOS
                   MOVE EMPLEADOS-DEPARTAMENTO
                       TO OCUPACION-DEPARTAMENTO (CONT-GRUPOS)
                   MOVE EMPLEADOS-GRADO
                       TO OCUPACION-GRADO (CONT-GRUPOS)
                   MOVE ZERO TO OCUPACION-ACTIVOS (CONT-GRUPOS)
                   MOVE CONT-GRUPOS TO POSICION-GRUPO
               ELSE
                   IF AVISO-GRUPOS-LLENA = "N"
                       DISPLAY "Aviso: mas de 100 grupos de "
                               "departamento y grado, las vacantes "
                               "de los siguientes salen sin restar "
                               "la plantilla."
                       MOVE "S" TO AVISO-GRUPOS-LLENA.
           IF POSICION-GRUPO > 0
               ADD 1 TO OCUPACION-ACTIVOS (POSICION-GRUPO).

       BUSCAR-GRUPO.
           MOVE 0 TO POSICION-GRUPO.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-GRUPO
           UNTIL SUB-I > CONT-GRUPOS OR POSICION-GRUPO > 0.

       COMPARAR-GRUPO.
           IF OCUPACION-DEPARTAMENTO (SUB-I) =
              EMPLEADOS-DEPARTAMENTO AND
              OCUPACION-GRADO (SUB-I) = EMPLEADOS-GRADO
               MOVE SUB-I TO POSICION-GRUPO.
           ADD 1 TO SUB-I.

       PROYECTAR-VACANTES.
      *Las plazas autorizadas que la plantilla activa no cubre se
      *presupuestan todo el ejercicio al punto medio de su grado,
      *con sus dos pagas y sin trienios ni meritos.
           OPEN INPUT PLAZAS-ARCHIVO.
           IF PLAZAS-ARCHIVO-STATUS NOT = "00"
               DISPLAY "Aviso: no hay maestro de plazas autorizadas, "
                       "el presupuesto no incluye vacantes."
               GO TO PROYECTAR-VACANTES-FIN.
           MOVE EJERCICIO TO EJERCICIO-PLAZAS.
           MOVE "N" TO FIN-PLAZAS.
           PERFORM BUSCAR-PLAZAS-DEL-EJERCICIO
           UNTIL FIN-PLAZAS = "S" OR PLAZAS-DEL-EJERCICIO = "S".
           CLOSE PLAZAS-ARCHIVO.
           IF PLAZAS-DEL-EJERCICIO = "N"
               MOVE HOY-ANIO TO EJERCICIO-PLAZAS
               DISPLAY "Aviso: no hay plazas autorizadas para "
                       EJERCICIO ", se valoran las de "
                       EJERCICIO-PLAZAS ".".
           OPEN INPUT GRADOS-ARCHIVO.
           OPEN INPUT PLAZAS-ARCHIVO.
           MOVE "N" TO FIN-PLAZAS.
           PERFORM VALORAR-UNA-PLAZA
           UNTIL FIN-PLAZAS = "S".
           CLOSE PLAZAS-ARCHIVO.
           CLOSE GRADOS-ARCHIVO.

       PROYECTAR-VACANTES-FIN.
           EXIT.

       BUSCAR-PLAZAS-DEL-EJERCICIO.
           READ PLAZAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PLAZAS
               NOT AT END
                   IF PLAZA-EJERCICIO = EJERCICIO
                       MOVE "S" TO PLAZAS-DEL-EJERCICIO
           END-READ.

       VALORAR-UNA-PLAZA.
           READ PLAZAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PLAZAS
           END-READ.
           IF FIN-PLAZAS = "N" AND PLAZA-EJERCICIO = EJERCICIO-PLAZAS
               PERFORM CALCULAR-VACANTES-PLAZA
               IF VACANTES-CALCULADAS > 0
                   PERFORM VALORAR-VACANTES.

       CALCULAR-VACANTES-PLAZA.
           MOVE 0 TO POSICION-GRUPO.
           MOVE 1 TO SUB-I.
           PERFORM BUSCAR-GRUPO-DE-PLAZA
           UNTIL SUB-I > CONT-GRUPOS OR POSICION-GRUPO > 0.
           IF POSICION-GRUPO > 0
               COMPUTE VACANTES-CALCULADAS = PLAZA-AUTORIZADAS -
                       OCUPACION-ACTIVOS (POSICION-GRUPO)
           ELSE
               MOVE PLAZA-AUTORIZADAS TO VACANTES-CALCULADAS.

       BUSCAR-GRUPO-DE-PLAZA.
           IF OCUPACION-DEPARTAMENTO (SUB-I) = PLAZA-DEPARTAMENTO
              AND OCUPACION-GRADO (SUB-I) = PLAZA-GRADO
               MOVE SUB-I TO POSICION-GRUPO.
           ADD 1 TO SUB-I.

       VALORAR-VACANTES.
           MOVE PLAZA-GRADO TO GRADO-CODIGO.
           READ GRADOS-ARCHIVO
               INVALID KEY
                   ADD 1 TO CONT-SIN-GRADO
                   DISPLAY "Vacantes sin valorar: no existe el grado "
                           PLAZA-GRADO " del departamento "
                           PLAZA-DEPARTAMENTO
               NOT INVALID KEY
                   PERFORM SUMAR-VACANTES
           END-READ.

       SUMAR-VACANTES.
           MOVE PLAZA-DEPARTAMENTO TO DEPARTAMENTO-BUSCADO.
           PERFORM OBTENER-FILA-DEPARTAMENTO.
           IF POSICION-DEPARTAMENTO > 0
               ADD VACANTES-CALCULADAS TO CONT-PLAZAS-VACANTES
               COMPUTE SALARIO-VACANTE ROUNDED =
                       (GRADO-SALARIO-MINIMO + GRADO-SALARIO-MAXIMO)
                       / 2
               COMPUTE IMPORTE-VACANTES =
                       SALARIO-VACANTE * VACANTES-CALCULADAS
               MOVE 1 TO SUB-M
               PERFORM SUMAR-VACANTES-MES
               UNTIL SUB-M > 12.

       SUMAR-VACANTES-MES.
           ADD VACANTES-CALCULADAS TO PROYECCION-PLANTILLA
               (POSICION-DEPARTAMENTO, SUB-M).
           ADD VACANTES-CALCULADAS TO PROYECCION-VACANTES
               (POSICION-DEPARTAMENTO, SUB-M).
           ADD IMPORTE-VACANTES TO PROYECCION-SALARIOS
               (POSICION-DEPARTAMENTO, SUB-M).
           ADD IMPORTE-VACANTES TO PROYECCION-COSTE-VACANTES
               (POSICION-DEPARTAMENTO, SUB-M).
           IF SUB-M = 6 OR SUB-M = 12
               ADD IMPORTE-VACANTES TO PROYECCION-PAGAS
                   (POSICION-DEPARTAMENTO, SUB-M)
               ADD IMPORTE-VACANTES TO PROYECCION-COSTE-VACANTES
                   (POSICION-DEPARTAMENTO, SUB-M).
           ADD 1 TO SUB-M.

       ESCRIBIR-BORRADOR.
      *El borrador se rehace entero en cada ejecucion: Finanzas lo
      *revisa y PROMOCION-PRESUPUESTO lo pasa al maestro.
           OPEN OUTPUT BORRADOR-PRESUPUESTO-ARCHIVO.
           PERFORM ABRIR-INFORME.
           MOVE 1 TO POSICION-DEPARTAMENTO.
           PERFORM ESCRIBIR-DEPARTAMENTO
           UNTIL POSICION-DEPARTAMENTO > CONT-DEPARTAMENTOS.
           CLOSE BORRADOR-PRESUPUESTO-ARCHIVO.
           PERFORM CERRAR-INFORME.

       ESCRIBIR-DEPARTAMENTO.
           MOVE ZERO TO ANUAL-SALARIOS.
           MOVE ZERO TO ANUAL-PAGAS.
           MOVE ZERO TO ANUAL-CUOTA-EMPRESA.
           MOVE ZERO TO ANUAL-COSTE-VACANTES.
           MOVE ZERO TO ANUAL-VACANTES.
           MOVE 1 TO SUB-M.
           PERFORM ESCRIBIR-MES-DEPARTAMENTO
           UNTIL SUB-M > 12.
           COMPUTE ANUAL-COSTE = ANUAL-SALARIOS + ANUAL-PAGAS
                   + ANUAL-CUOTA-EMPRESA.
           ADD ANUAL-SALARIOS TO TOTAL-SALARIOS.
           ADD ANUAL-PAGAS TO TOTAL-PAGAS.
           ADD ANUAL-CUOTA-EMPRESA TO TOTAL-CUOTA-EMPRESA.
           ADD ANUAL-COSTE-VACANTES TO TOTAL-COSTE-VACANTES.
           ADD ANUAL-COSTE TO TOTAL-COSTE.
           PERFORM IMPRIMIR-DEPARTAMENTO.
           ADD 1 TO POSICION-DEPARTAMENTO.

       ESCRIBIR-MES-DEPARTAMENTO.
      *La cuota patronal se calcula sobre todo lo devengado en el
      *mes, salarios y pagas, como en la nomina.
           COMPUTE PROYECCION-CUOTA-EMPRESA
                   (POSICION-DEPARTAMENTO, SUB-M) ROUNDED =
                   (PROYECCION-SALARIOS (POSICION-DEPARTAMENTO, SUB-M)
                   + PROYECCION-PAGAS (POSICION-DEPARTAMENTO, SUB-M))
                   * PORCENTAJE-SS-EMPRESA / 100.
           MOVE SPACE TO BORRPRES-REGISTRO.
           MOVE EJERCICIO TO BORRPRES-EJERCICIO.
           MOVE PROYECCION-DEPARTAMENTO (POSICION-DEPARTAMENTO)
               TO BORRPRES-DEPARTAMENTO.
           MOVE SUB-M TO BORRPRES-MES.
           MOVE PROYECCION-PLANTILLA (POSICION-DEPARTAMENTO, SUB-M)
               TO BORRPRES-PLANTILLA.
           MOVE PROYECCION-VACANTES (POSICION-DEPARTAMENTO, SUB-M)
               TO BORRPRES-VACANTES.
           MOVE PROYECCION-SALARIOS (POSICION-DEPARTAMENTO, SUB-M)
               TO BORRPRES-SALARIOS.
           MOVE PROYECCION-PAGAS (POSICION-DEPARTAMENTO, SUB-M)
               TO BORRPRES-PAGAS.
           MOVE PROYECCION-CUOTA-EMPRESA
                (POSICION-DEPARTAMENTO, SUB-M)
               TO BORRPRES-CUOTA-EMPRESA.
           MOVE PROYECCION-COSTE-VACANTES
                (POSICION-DEPARTAMENTO, SUB-M)
               TO BORRPRES-COSTE-VACANTES.
           COMPUTE BORRPRES-COSTE-TOTAL = BORRPRES-SALARIOS
                   + BORRPRES-PAGAS + BORRPRES-CUOTA-EMPRESA.
           WRITE BORRPRES-REGISTRO.
           ADD 1 TO CONT-LINEAS.
           ADD BORRPRES-SALARIOS TO ANUAL-SALARIOS.
           ADD BORRPRES-PAGAS TO ANUAL-PAGAS.
           ADD BORRPRES-CUOTA-EMPRESA TO ANUAL-CUOTA-EMPRESA.
           ADD BORRPRES-COSTE-VACANTES TO ANUAL-COSTE-VACANTES.
           IF BORRPRES-VACANTES > ANUAL-VACANTES
               MOVE BORRPRES-VACANTES TO ANUAL-VACANTES.
           ADD 1 TO SUB-M.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "PREPARACION_PRESUPUESTO.TXT" TO INFORME-NOMBRE.
           MOVE "PREPARACION-PRESUPUESTO" TO INFORME-PROGRAMA.
           MOVE SPACE TO INFORME-TITULO.
           STRING "BORRADOR DE PRESUPUESTO SALARIAL " DELIMITED BY SIZE
                  EJERCICIO DELIMITED BY SIZE
               INTO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-DEPARTAMENTO.
           MOVE ANUAL-SALARIOS TO IMPORTE-EDITADO.
           MOVE ANUAL-PAGAS TO IMPORTE-EDITADO-2.
           MOVE ANUAL-CUOTA-EMPRESA TO IMPORTE-EDITADO-3.
           MOVE ANUAL-COSTE TO IMPORTE-EDITADO-4.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "DEPTO: " DELIMITED BY SIZE
                  PROYECCION-DEPARTAMENTO (POSICION-DEPARTAMENTO)
                  DELIMITED BY SIZE
                  " SALARIOS: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " PAGAS: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-2 DELIMITED BY SIZE
                  " PATRONAL: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-3 DELIMITED BY SIZE
                  " COSTE: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-4 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           IF ANUAL-VACANTES > 0
               MOVE ANUAL-VACANTES TO CONT-EDITADO
               MOVE ANUAL-COSTE-VACANTES TO IMPORTE-EDITADO
               MOVE SPACE TO INFORME-LINEA
               STRING "       PLAZAS VACANTES: " DELIMITED BY SIZE
                      CONT-EDITADO DELIMITED BY SIZE
                      " AL PUNTO MEDIO DEL GRADO, SALARIOS Y PAGAS: "
                      DELIMITED BY SIZE
                      IMPORTE-EDITADO DELIMITED BY SIZE
                   INTO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
               DISPLAY INFORME-LINEA.

       CERRAR-INFORME.
           MOVE TOTAL-SALARIOS TO IMPORTE-EDITADO.
           MOVE TOTAL-PAGAS TO IMPORTE-EDITADO-2.
           MOVE TOTAL-CUOTA-EMPRESA TO IMPORTE-EDITADO-3.
           MOVE TOTAL-COSTE TO IMPORTE-EDITADO-4.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL SALARIOS: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " PAGAS: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-2 DELIMITED BY SIZE
                  " PATRONAL: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-3 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE TOTAL-COSTE-VACANTES TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "COSTE TOTAL: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-4 DELIMITED BY SIZE
                  " DEL QUE PLAZAS VACANTES: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "PREPARACION DEL PRESUPUESTO SALARIAL " EJERCICIO.
           MOVE CONT-EMPLEADOS TO CONT-EDITADO.
           DISPLAY "Empleados activos valorados:     " CONT-EDITADO.
           MOVE CONT-SIN-TASA TO CONT-EDITADO.
           DISPLAY "Activos sin tasa de merito:      " CONT-EDITADO.
           MOVE CONT-FIN-CONTRATO TO CONT-EDITADO.
           DISPLAY "Contratos que terminan:          " CONT-EDITADO.
           MOVE CONT-JUBILACIONES TO CONT-EDITADO.
           DISPLAY "Jubilaciones en el ejercicio:    " CONT-EDITADO.
           MOVE CONT-PLAZAS-VACANTES TO CONT-EDITADO.
           DISPLAY "Plazas vacantes presupuestadas:  " CONT-EDITADO.
           MOVE CONT-SIN-GRADO TO CONT-EDITADO.
           DISPLAY "Grupos de plazas sin grado:      " CONT-EDITADO.
           MOVE CONT-LINEAS TO CONT-EDITADO.
           DISPLAY "Lineas del borrador:             " CONT-EDITADO.
           MOVE TOTAL-COSTE TO IMPORTE-EDITADO.
           DISPLAY "Coste total presupuestado:  " IMPORTE-EDITADO.
           DISPLAY "Borrador en BORRADOR_PRESUPUESTO.TXT, pendiente "
                   "de revision y de PROMOCION-PRESUPUESTO.".

       END PROGRAM PREPARACION-PRESUPUESTO.

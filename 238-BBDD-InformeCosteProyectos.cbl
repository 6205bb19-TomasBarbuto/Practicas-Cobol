       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-COSTE-PROYECTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de proyectos de clientes.
       COPY "copybooks/28-PhProyectos.cbl".
      *Archivo de horas diarias del reloj de fichajes.
       COPY "copybooks/28-PhHorasDiarias.cbl".
      *Archivo de horas imputadas a proyectos.
       COPY "copybooks/28-PhHorasProyecto.cbl".
      *Archivo maestro de deducciones de nomina.
       COPY "copybooks/28-PhDeducciones.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".
      *Archivo de horas y coste por proyecto para facturacion.
       COPY "copybooks/28-PhExportacionProyectos.cbl".
      *Archivo de trabajo usado por el verbo SORT.
       SELECT ORDEN-ARCHIVO ASSIGN TO "COSTEPROYECTOS.TMP".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de proyectos de clientes.
       COPY "copybooks/28-LoProyectos.cbl".
      *Archivo de horas diarias del reloj de fichajes.
       COPY "copybooks/28-LoHorasDiarias.cbl".
      *Archivo de horas imputadas a proyectos.
       COPY "copybooks/28-LoHorasProyecto.cbl".
      *Archivo maestro de deducciones de nomina.
       COPY "copybooks/28-LoDeducciones.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".
      *Archivo de horas y coste por proyecto para facturacion.
       COPY "copybooks/28-LoExportacionProyectos.cbl".
      *Registro de trabajo del SORT: una linea por proyecto y
      *empleado con las horas del mes, ordenadas por proyecto para
      *cortar el listado por proyecto.
       SD ORDEN-ARCHIVO.
       01 ORDEN-REGISTRO.
           05 ORDEN-PROYECTO PIC X(08).
           05 ORDEN-EMPLEADOS-ID PIC X(06).
           05 ORDEN-POSICION PIC 9(04).
           05 ORDEN-HORAS PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       77  FIN-FICHAJES PIC X.
       77  FIN-IMPUTACIONES PIC X.
       77  FIN-DEDUCCIONES PIC X.
       77  FIN-ORDEN PIC X.
       77  PROYECTOS-DISPONIBLES PIC X.
       77  PROYECTO-ABIERTO-INFORME PIC X.
       77  IMPUTACION-VALIDA PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  AVISO-IMPUTACIONES-LLENA PIC X VALUE "N".
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  SUB-D PIC 9(4) COMP VALUE 0.
       77  POSICION-EMPLEADO PIC 9(4) COMP VALUE 0.
       77  POSICION-IMPUTACION PIC 9(4) COMP VALUE 0.
       77  POSICION-DEPARTAMENTO PIC 9(4) COMP VALUE 0.
       77  CONT-EMPLEADOS PIC 9(4) COMP VALUE 0.
       77  CONT-IMPUTACIONES PIC 9(4) COMP VALUE 0.
       77  CONT-DEPARTAMENTOS PIC 9(4) COMP VALUE 0.
       77  CONT-ID-DESCONOCIDO PIC 9(5) COMP VALUE 0.
       77  CONT-PROYECTO-DESCONOCIDO PIC 9(5) COMP VALUE 0.
       77  CONT-FUERA-DE-PROYECTO PIC 9(5) COMP VALUE 0.
       77  CONT-EXCESOS PIC 9(5) COMP VALUE 0.
       77  CONT-LINEAS-EXPORTADAS PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  PERIODO-X PIC X(6).
       01  PERIODO-9 REDEFINES PERIODO-X PIC 9(6).
       01  PERIODO-R REDEFINES PERIODO-X.
           05 PERIODO-ANIO PIC 9(4).
           05 PERIODO-MES PIC 9(2).

      *Limites del mes listado. Las fechas se comparan como numeros:
      *el dia 31 cubre el mes completo sea cual sea su ultimo dia.
       01  FECHA-PRIMER-DIA PIC 9(8).
       01  FECHA-ULTIMO-DIA PIC 9(8).

      *Porcentaje de la cuota patronal de seguridad social, del
      *maestro de deducciones (linea tipo E), con la vigencia mas
      *reciente no posterior al mes listado.
       01  PORCENTAJE-SS-EMPRESA PIC 9(3)V99 VALUE 0.
       01  VIGENCIA-MEJOR PIC 9(8) VALUE 0.
       01  VIGENCIA-LINEA PIC 9(8).

      *Jornada mensual estandar con la que se valora la hora, la
      *misma que usan las horas extra de la nomina.
       01  HORAS-MES-ESTANDAR PIC 9(4)V99 VALUE 160.

      *Empleados que han fichado o imputado en el mes, con las
      *horas fichadas, las imputadas a proyectos validos y el coste
      *hora cargado: salario mas cuota patronal entre la jornada
      *mensual estandar. El salario del maestro es el de jornada
      *completa; la nomina lo reduce por el porcentaje de jornada y
      *las horas esperadas bajan en la misma proporcion, asi que la
      *hora cuesta lo mismo a tiempo parcial.
       01  TABLA-EMPLEADOS.
           05 EMPCOSTE-FILA OCCURS 1000 TIMES.
               10 EMPCOSTE-ID PIC X(6).
               10 EMPCOSTE-APELLIDOS PIC X(25).
               10 EMPCOSTE-DEPARTAMENTO PIC X(4).
               10 EMPCOSTE-COSTE-HORA PIC 9(5)V99.
               10 EMPCOSTE-FICHADAS PIC 9(5)V99.
               10 EMPCOSTE-IMPUTADAS PIC 9(5)V99.

      *Horas del mes por proyecto y empleado (posicion en la tabla
      *de empleados).
       01  TABLA-IMPUTACIONES.
           05 IMPUT-FILA OCCURS 3000 TIMES.
               10 IMPUT-PROYECTO PIC X(8).
               10 IMPUT-POSICION PIC 9(4) COMP.
               10 IMPUT-HORAS PIC 9(5)V99.

      *Horas fichadas y no imputadas a ningun proyecto, valoradas
      *como estructura del departamento del empleado.
       01  TABLA-ESTRUCTURA.
           05 ESTRUCTURA-FILA OCCURS 100 TIMES.
               10 ESTRUCTURA-DEPARTAMENTO PIC X(4).
               10 ESTRUCTURA-HORAS PIC 9(7)V99.
               10 ESTRUCTURA-COSTE PIC 9(9)V99.

       01  PROYECTO-EN-CURSO PIC X(8).
       01  HORAS-SIN-PROYECTO PIC 9(5)V99.
       01  COSTE-LINEA PIC 9(9)V99.
       01  HORAS-PROYECTO-TOTAL PIC 9(7)V99.
       01  COSTE-PROYECTO-TOTAL PIC 9(9)V99.
       01  TOTAL-HORAS-PROYECTOS PIC 9(7)V99 VALUE 0.
       01  TOTAL-COSTE-PROYECTOS PIC 9(9)V99 VALUE 0.
       01  TOTAL-COSTE-FACTURABLE PIC 9(9)V99 VALUE 0.
       01  TOTAL-HORAS-ESTRUCTURA PIC 9(7)V99 VALUE 0.
       01  TOTAL-COSTE-ESTRUCTURA PIC 9(9)V99 VALUE 0.

       01  HORAS-EDITADAS PIC ZZ,ZZ9.99.
       01  HORAS-EDITADAS-2 PIC ZZ,ZZ9.99.
       01  COSTE-HORA-EDITADO PIC $$,$$9.99.
       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99.

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de proyectos.
       COPY "copybooks/28-EstadoProyectos.cbl".
      *Estado del archivo de horas diarias.
       COPY "copybooks/28-EstadoHorasDiarias.cbl".
      *Estado del archivo de horas imputadas a proyectos.
       COPY "copybooks/28-EstadoHorasProyecto.cbl".
      *Estado del archivo maestro de deducciones de nomina.
       COPY "copybooks/28-EstadoDeducciones.cbl".
      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".
      *Estado del archivo de horas y coste para facturacion.
       COPY "copybooks/28-EstadoExportacionProyectos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Coste de mano de obra por proyecto del mes: las horas
      *imputadas a cada proyecto se valoran al coste hora cargado de
      *cada empleado; lo fichado y no imputado sale como estructura
      *de su departamento. El detalle por proyecto y empleado se
      *deja ademas en el archivo para el equipo de facturacion.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM PEDIR-PERIODO.
           PERFORM CARGAR-PORCENTAJE-EMPRESA.
           PERFORM CARGAR-HORAS-MES-ESTANDAR.
           OPEN INPUT HORAS-DIARIAS-ARCHIVO.
           IF HORAS-DIARIAS-STATUS NOT = "00"
               DISPLAY "No hay horas del reloj de fichajes, no hay "
                       "nada que valorar."
               GO TO TERMINA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           MOVE "N" TO FIN-FICHAJES.
           PERFORM LEER-FICHAJE
           UNTIL FIN-FICHAJES = "S".
           CLOSE HORAS-DIARIAS-ARCHIVO.
           PERFORM CARGAR-IMPUTACIONES.
           PERFORM CALCULAR-ESTRUCTURA
           VARYING SUB-I FROM 1 BY 1
           UNTIL SUB-I > CONT-EMPLEADOS.
           PERFORM ABRIR-INFORME.
           SORT ORDEN-ARCHIVO
               ON ASCENDING KEY ORDEN-PROYECTO
                                ORDEN-EMPLEADOS-ID
               INPUT PROCEDURE IS SOLTAR-IMPUTACIONES
               OUTPUT PROCEDURE IS LISTAR-PROYECTOS.
           PERFORM LISTAR-ESTRUCTURA.
           IF CONT-EXCESOS > 0
               PERFORM LISTAR-EXCESOS.
           PERFORM IMPRIMIR-CONTROL.
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Lineas exportadas para facturacion: "
                   CONT-LINEAS-EXPORTADAS.

       TERMINA-PROGRAMA.
           STOP RUN.

       PEDIR-PERIODO.
      *Sin mes valido se toma el ultimo mes cerrado respecto a la
      *fecha de negocio.
           DISPLAY "Mes a valorar (AAAAMM, en blanco = ultimo mes "
                   "cerrado): ".
           MOVE SPACE TO PERIODO-X.
           ACCEPT PERIODO-X.
           IF PERIODO-X NOT NUMERIC
               MOVE ZERO TO PERIODO-9.
           IF PERIODO-MES < 1 OR PERIODO-MES > 12 OR PERIODO-ANIO = 0
               COMPUTE PERIODO-9 = FECHA-DE-HOY / 100
               IF PERIODO-MES = 1
                   MOVE 12 TO PERIODO-MES
                   SUBTRACT 1 FROM PERIODO-ANIO
               ELSE
                   SUBTRACT 1 FROM PERIODO-MES.
           COMPUTE FECHA-PRIMER-DIA = (PERIODO-9 * 100) + 1.
           COMPUTE FECHA-ULTIMO-DIA = (PERIODO-9 * 100) + 31.

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
                       "cuota patronal (tipo E), la hora se valora "
                       "solo con el salario.".

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
           IF VIGENCIA-LINEA NOT > FECHA-ULTIMO-DIA AND
              VIGENCIA-LINEA NOT < VIGENCIA-MEJOR
               MOVE VIGENCIA-LINEA TO VIGENCIA-MEJOR
               MOVE DEDUCCION-PORCENTAJE TO PORCENTAJE-SS-EMPRESA.

       CARGAR-HORAS-MES-ESTANDAR.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "HORAS-MES-ESTANDAR" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO HORAS-MES-ESTANDAR
               END-READ
               CLOSE PARAMETROS-ARCHIVO.
           IF HORAS-MES-ESTANDAR = 0
               MOVE 160 TO HORAS-MES-ESTANDAR.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "S" TO PROYECTOS-DISPONIBLES.
           OPEN INPUT PROYECTOS-ARCHIVO.
           IF PROYECTOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO PROYECTOS-DISPONIBLES
               DISPLAY "No hay maestro de proyectos: todas las horas "
                       "salen como estructura.".
           OPEN OUTPUT EXPORTACION-PROYECTOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-EXPORTACION.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF PROYECTOS-DISPONIBLES = "S"
               CLOSE PROYECTOS-ARCHIVO.
           CLOSE EXPORTACION-PROYECTOS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       COMPROBAR-ESTADO-EXPORTACION.
           IF EXPORTACION-PROYECTOS-STATUS NOT = "00"
               DISPLAY "Estado del archivo para facturacion "
                       "inesperado: " EXPORTACION-PROYECTOS-STATUS.

       LEER-FICHAJE.
      *Solo cuentan los fichajes del mes de empleados de la
      *nomina: el personal externo (IDs con "C") lo factura su
      *agencia y no tiene coste hora de salario.
           READ HORAS-DIARIAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-FICHAJES
           END-READ.
           IF FIN-FICHAJES = "N" AND
              FICHAJE-FECHA NOT < FECHA-PRIMER-DIA AND
              FICHAJE-FECHA NOT > FECHA-ULTIMO-DIA AND
              FICHAJE-EMPLEADOS-ID (1:1) NOT = "C"
               MOVE FICHAJE-EMPLEADOS-ID TO EMPLEADOS-ID
               PERFORM OBTENER-POSICION-EMPLEADO
               IF POSICION-EMPLEADO > 0
                   ADD FICHAJE-HORAS
                       TO EMPCOSTE-FICHADAS (POSICION-EMPLEADO).

       OBTENER-POSICION-EMPLEADO.
      *Busca el empleado en la tabla y, si es la primera vez que
      *aparece en el mes, lo lee del maestro y calcula su coste
      *hora. Deja la posicion a cero si el ID no existe.
           MOVE 1 TO SUB-I.
           PERFORM AVANZAR-EMPLEADO
           UNTIL SUB-I > CONT-EMPLEADOS OR
                 EMPCOSTE-ID (SUB-I) = EMPLEADOS-ID.
           IF SUB-I NOT > CONT-EMPLEADOS
               MOVE SUB-I TO POSICION-EMPLEADO
           ELSE
               MOVE 0 TO POSICION-EMPLEADO
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       ADD 1 TO CONT-ID-DESCONOCIDO
                       DISPLAY "EXCEPCION ID DESCONOCIDO: "
                               EMPLEADOS-ID
                   NOT INVALID KEY
                       PERFORM ANEXAR-EMPLEADO
               END-READ.

       AVANZAR-EMPLEADO.
           ADD 1 TO SUB-I.

       ANEXAR-EMPLEADO.
           IF CONT-EMPLEADOS < 1000
               ADD 1 TO CONT-EMPLEADOS
               MOVE CONT-EMPLEADOS TO POSICION-EMPLEADO
               MOVE EMPLEADOS-ID TO EMPCOSTE-ID (POSICION-EMPLEADO)
               MOVE EMPLEADOS-APELLIDOS
                   TO EMPCOSTE-APELLIDOS (POSICION-EMPLEADO)
               MOVE EMPLEADOS-DEPARTAMENTO
                   TO EMPCOSTE-DEPARTAMENTO (POSICION-EMPLEADO)
               MOVE 0 TO EMPCOSTE-COSTE-HORA (POSICION-EMPLEADO)
               MOVE 0 TO EMPCOSTE-FICHADAS (POSICION-EMPLEADO)
               MOVE 0 TO EMPCOSTE-IMPUTADAS (POSICION-EMPLEADO)
               IF EMPLEADOS-SALARIO > 0
                   COMPUTE EMPCOSTE-COSTE-HORA (POSICION-EMPLEADO)
                       ROUNDED = EMPLEADOS-SALARIO
                       * (100 + PORCENTAJE-SS-EMPRESA) / 100
                       / HORAS-MES-ESTANDAR
               END-IF
           ELSE
               IF AVISO-TABLA-LLENA = "N"
                   MOVE "S" TO AVISO-TABLA-LLENA
                   DISPLAY "Aviso: mas de 1000 empleados en el mes, "
                           "el resto no se valora.".

       CARGAR-IMPUTACIONES.
      *Sin archivo de horas por proyecto todo lo fichado es
      *estructura.
           OPEN INPUT HORAS-PROYECTO-ARCHIVO.
           IF HORAS-PROYECTO-STATUS NOT = "00"
               DISPLAY "No hay horas imputadas a proyectos."
           ELSE
               MOVE "N" TO FIN-IMPUTACIONES
               PERFORM LEER-IMPUTACION
               UNTIL FIN-IMPUTACIONES = "S"
               CLOSE HORAS-PROYECTO-ARCHIVO.

       LEER-IMPUTACION.
           READ HORAS-PROYECTO-ARCHIVO
               AT END
                   MOVE "S" TO FIN-IMPUTACIONES
           END-READ.
           IF FIN-IMPUTACIONES = "N" AND
              HPROY-FECHA NOT < FECHA-PRIMER-DIA AND
              HPROY-FECHA NOT > FECHA-ULTIMO-DIA
               PERFORM VALIDAR-IMPUTACION
               IF IMPUTACION-VALIDA = "S"
                   PERFORM ANOTAR-IMPUTACION.

       VALIDAR-IMPUTACION.
      *Una imputacion a un proyecto inexistente o fuera de sus
      *fechas no se valora en ningun proyecto: esas horas quedan
      *como estructura y se avisan para que se corrijan.
           MOVE "S" TO IMPUTACION-VALIDA.
           MOVE HPROY-EMPLEADOS-ID TO EMPLEADOS-ID.
           PERFORM OBTENER-POSICION-EMPLEADO.
           IF POSICION-EMPLEADO = 0
               MOVE "N" TO IMPUTACION-VALIDA.
           IF IMPUTACION-VALIDA = "S"
               IF PROYECTOS-DISPONIBLES = "N"
                   MOVE "N" TO IMPUTACION-VALIDA
               ELSE
                   MOVE HPROY-PROYECTO TO PROYECTO-CODIGO
                   READ PROYECTOS-ARCHIVO
                       INVALID KEY
                           MOVE "N" TO IMPUTACION-VALIDA
                           ADD 1 TO CONT-PROYECTO-DESCONOCIDO
                           DISPLAY "EXCEPCION PROYECTO DESCONOCIDO: "
                                   HPROY-PROYECTO " "
                                   HPROY-EMPLEADOS-ID " el "
                                   HPROY-FECHA
                   END-READ
                   IF IMPUTACION-VALIDA = "S" AND
                      (HPROY-FECHA < PROYECTO-FECHA-INICIO OR
                       (PROYECTO-FECHA-FIN > 0 AND
                        HPROY-FECHA > PROYECTO-FECHA-FIN))
                       MOVE "N" TO IMPUTACION-VALIDA
                       ADD 1 TO CONT-FUERA-DE-PROYECTO
                       DISPLAY "EXCEPCION FUERA DE PROYECTO: "
                               HPROY-PROYECTO " "
                               HPROY-EMPLEADOS-ID " el "
                               HPROY-FECHA.

       ANOTAR-IMPUTACION.
           MOVE 1 TO SUB-I.
           PERFORM AVANZAR-IMPUTACION
           UNTIL SUB-I > CONT-IMPUTACIONES OR
                 (IMPUT-PROYECTO (SUB-I) = HPROY-PROYECTO AND
                  IMPUT-POSICION (SUB-I) = POSICION-EMPLEADO).
           IF SUB-I > CONT-IMPUTACIONES
               IF CONT-IMPUTACIONES < 3000
                   ADD 1 TO CONT-IMPUTACIONES
                   MOVE CONT-IMPUTACIONES TO SUB-I
                   MOVE HPROY-PROYECTO TO IMPUT-PROYECTO (SUB-I)
                   MOVE POSICION-EMPLEADO TO IMPUT-POSICION (SUB-I)
                   MOVE 0 TO IMPUT-HORAS (SUB-I)
               ELSE
                   MOVE 0 TO SUB-I
                   IF AVISO-IMPUTACIONES-LLENA = "N"
                       MOVE "S" TO AVISO-IMPUTACIONES-LLENA
                       DISPLAY "Aviso: mas de 3000 imputaciones "
                               "distintas en el mes, el resto sale "
                               "como estructura.".
           IF SUB-I > 0
               ADD HPROY-HORAS TO IMPUT-HORAS (SUB-I)
               ADD HPROY-HORAS
                   TO EMPCOSTE-IMPUTADAS (POSICION-EMPLEADO).

       AVANZAR-IMPUTACION.
           ADD 1 TO SUB-I.

       CALCULAR-ESTRUCTURA.
      *Lo fichado menos lo imputado es estructura del departamento.
      *Si se imputa mas de lo fichado el empleado no aporta
      *estructura y se lista como excepcion.
           IF EMPCOSTE-IMPUTADAS (SUB-I) > EMPCOSTE-FICHADAS (SUB-I)
               ADD 1 TO CONT-EXCESOS
           ELSE
               COMPUTE HORAS-SIN-PROYECTO =
                       EMPCOSTE-FICHADAS (SUB-I)
                       - EMPCOSTE-IMPUTADAS (SUB-I)
               IF HORAS-SIN-PROYECTO > 0
                   PERFORM ACUMULAR-ESTRUCTURA.

       ACUMULAR-ESTRUCTURA.
           MOVE 1 TO SUB-D.
           PERFORM AVANZAR-DEPARTAMENTO
           UNTIL SUB-D > CONT-DEPARTAMENTOS OR
                 ESTRUCTURA-DEPARTAMENTO (SUB-D) =
                 EMPCOSTE-DEPARTAMENTO (SUB-I).
           IF SUB-D > CONT-DEPARTAMENTOS AND CONT-DEPARTAMENTOS < 100
               ADD 1 TO CONT-DEPARTAMENTOS
               MOVE CONT-DEPARTAMENTOS TO SUB-D
               MOVE EMPCOSTE-DEPARTAMENTO (SUB-I)
                   TO ESTRUCTURA-DEPARTAMENTO (SUB-D)
               MOVE 0 TO ESTRUCTURA-HORAS (SUB-D)
               MOVE 0 TO ESTRUCTURA-COSTE (SUB-D).
           IF SUB-D NOT > CONT-DEPARTAMENTOS
               COMPUTE COSTE-LINEA ROUNDED = HORAS-SIN-PROYECTO
                       * EMPCOSTE-COSTE-HORA (SUB-I)
               ADD HORAS-SIN-PROYECTO TO ESTRUCTURA-HORAS (SUB-D)
               ADD COSTE-LINEA TO ESTRUCTURA-COSTE (SUB-D)
               ADD HORAS-SIN-PROYECTO TO TOTAL-HORAS-ESTRUCTURA
               ADD COSTE-LINEA TO TOTAL-COSTE-ESTRUCTURA.

       AVANZAR-DEPARTAMENTO.
           ADD 1 TO SUB-D.

       SOLTAR-IMPUTACIONES.
           PERFORM SOLTAR-UNA-IMPUTACION
           VARYING SUB-I FROM 1 BY 1
           UNTIL SUB-I > CONT-IMPUTACIONES.

       SOLTAR-UNA-IMPUTACION.
           MOVE SPACE TO ORDEN-REGISTRO.
           MOVE IMPUT-PROYECTO (SUB-I) TO ORDEN-PROYECTO.
           MOVE IMPUT-POSICION (SUB-I) TO POSICION-EMPLEADO.
           MOVE EMPCOSTE-ID (POSICION-EMPLEADO) TO ORDEN-EMPLEADOS-ID.
           MOVE POSICION-EMPLEADO TO ORDEN-POSICION.
           MOVE IMPUT-HORAS (SUB-I) TO ORDEN-HORAS.
           RELEASE ORDEN-REGISTRO.

       LISTAR-PROYECTOS.
           MOVE "N" TO PROYECTO-ABIERTO-INFORME.
           MOVE "N" TO FIN-ORDEN.
           PERFORM DEVOLVER-SIGUIENTE-IMPUTACION.
           PERFORM EMITIR-IMPUTACION
           UNTIL FIN-ORDEN = "S".
           IF PROYECTO-ABIERTO-INFORME = "S"
               PERFORM CERRAR-PROYECTO-INFORME.

       DEVOLVER-SIGUIENTE-IMPUTACION.
           RETURN ORDEN-ARCHIVO
               AT END
                   MOVE "S" TO FIN-ORDEN
           END-RETURN.

       EMITIR-IMPUTACION.
           IF PROYECTO-ABIERTO-INFORME = "N" OR
              ORDEN-PROYECTO NOT = PROYECTO-EN-CURSO
               IF PROYECTO-ABIERTO-INFORME = "S"
                   PERFORM CERRAR-PROYECTO-INFORME
               END-IF
               PERFORM ABRIR-PROYECTO-INFORME.
           MOVE ORDEN-POSICION TO POSICION-EMPLEADO.
           COMPUTE COSTE-LINEA ROUNDED = ORDEN-HORAS
                   * EMPCOSTE-COSTE-HORA (POSICION-EMPLEADO).
           ADD ORDEN-HORAS TO HORAS-PROYECTO-TOTAL.
           ADD COSTE-LINEA TO COSTE-PROYECTO-TOTAL.
           ADD ORDEN-HORAS TO TOTAL-HORAS-PROYECTOS.
           ADD COSTE-LINEA TO TOTAL-COSTE-PROYECTOS.
           IF PROYECTO-SE-FACTURA
               ADD COSTE-LINEA TO TOTAL-COSTE-FACTURABLE.
           MOVE ORDEN-HORAS TO HORAS-EDITADAS.
           MOVE EMPCOSTE-COSTE-HORA (POSICION-EMPLEADO)
               TO COSTE-HORA-EDITADO.
           MOVE COSTE-LINEA TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   " DELIMITED BY SIZE
                  ORDEN-EMPLEADOS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPCOSTE-APELLIDOS (POSICION-EMPLEADO)
                  DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPCOSTE-DEPARTAMENTO (POSICION-EMPLEADO)
                  DELIMITED BY SIZE
                  " HORAS " DELIMITED BY SIZE
                  HORAS-EDITADAS DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  COSTE-HORA-EDITADO DELIMITED BY SIZE
                  " COSTE " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           MOVE EMPCOSTE-DEPARTAMENTO (POSICION-EMPLEADO)
               TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA.
           PERFORM EXPORTAR-IMPUTACION.
           PERFORM DEVOLVER-SIGUIENTE-IMPUTACION.

       EXPORTAR-IMPUTACION.
           MOVE SPACE TO EXPPROY-REGISTRO.
           MOVE PERIODO-9 TO EXPPROY-ANIO-MES.
           MOVE ORDEN-PROYECTO TO EXPPROY-PROYECTO.
           MOVE PROYECTO-CLIENTE TO EXPPROY-CLIENTE.
           MOVE PROYECTO-FACTURABLE TO EXPPROY-FACTURABLE.
           MOVE ORDEN-EMPLEADOS-ID TO EXPPROY-EMPLEADOS-ID.
           MOVE EMPCOSTE-DEPARTAMENTO (POSICION-EMPLEADO)
               TO EXPPROY-DEPARTAMENTO.
           MOVE ORDEN-HORAS TO EXPPROY-HORAS.
           MOVE EMPCOSTE-COSTE-HORA (POSICION-EMPLEADO)
               TO EXPPROY-COSTE-HORA.
           MOVE COSTE-LINEA TO EXPPROY-COSTE.
           WRITE EXPPROY-REGISTRO.
           PERFORM COMPROBAR-ESTADO-EXPORTACION.
           ADD 1 TO CONT-LINEAS-EXPORTADAS.

       ABRIR-PROYECTO-INFORME.
      *Solo llegan al SORT imputaciones a proyectos del maestro, asi
      *que la lectura del proyecto siempre lo encuentra.
           MOVE ORDEN-PROYECTO TO PROYECTO-EN-CURSO.
           MOVE "S" TO PROYECTO-ABIERTO-INFORME.
           MOVE 0 TO HORAS-PROYECTO-TOTAL.
           MOVE 0 TO COSTE-PROYECTO-TOTAL.
           MOVE PROYECTO-EN-CURSO TO PROYECTO-CODIGO.
           READ PROYECTOS-ARCHIVO
               INVALID KEY
                   MOVE SPACE TO PROYECTO-NOMBRE
                   MOVE SPACE TO PROYECTO-CLIENTE
                   MOVE "N" TO PROYECTO-FACTURABLE
           END-READ.
           MOVE SPACE TO INFORME-LINEA.
           STRING "PROYECTO " DELIMITED BY SIZE
                  PROYECTO-EN-CURSO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  PROYECTO-NOMBRE DELIMITED BY SIZE
                  " CLIENTE: " DELIMITED BY SIZE
                  PROYECTO-CLIENTE DELIMITED BY SIZE
                  " FACTURABLE: " DELIMITED BY SIZE
                  PROYECTO-FACTURABLE DELIMITED BY SIZE
               INTO INFORME-LINEA.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA.

       CERRAR-PROYECTO-INFORME.
           MOVE HORAS-PROYECTO-TOTAL TO HORAS-EDITADAS.
           MOVE COSTE-PROYECTO-TOTAL TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "       TOTAL PROYECTO " DELIMITED BY SIZE
                  PROYECTO-EN-CURSO DELIMITED BY SIZE
                  ": HORAS " DELIMITED BY SIZE
                  HORAS-EDITADAS DELIMITED BY SIZE
                  " COSTE " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA.

       LISTAR-ESTRUCTURA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "HORAS FICHADAS SIN PROYECTO (ESTRUCTURA) "
                  DELIMITED BY SIZE
                  "POR DEPARTAMENTO" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA.
           PERFORM IMPRIMIR-ESTRUCTURA
           VARYING SUB-D FROM 1 BY 1
           UNTIL SUB-D > CONT-DEPARTAMENTOS.

       IMPRIMIR-ESTRUCTURA.
           MOVE ESTRUCTURA-HORAS (SUB-D) TO HORAS-EDITADAS.
           MOVE ESTRUCTURA-COSTE (SUB-D) TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   DEPARTAMENTO " DELIMITED BY SIZE
                  ESTRUCTURA-DEPARTAMENTO (SUB-D) DELIMITED BY SIZE
                  " HORAS " DELIMITED BY SIZE
                  HORAS-EDITADAS DELIMITED BY SIZE
                  " COSTE " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           MOVE ESTRUCTURA-DEPARTAMENTO (SUB-D)
               TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA.

       LISTAR-EXCESOS.
           MOVE SPACE TO INFORME-LINEA.
           MOVE "EMPLEADOS CON MAS HORAS IMPUTADAS QUE FICHADAS"
               TO INFORME-LINEA.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           PERFORM IMPRIMIR-LINEA.
           PERFORM IMPRIMIR-EXCESO
           VARYING SUB-I FROM 1 BY 1
           UNTIL SUB-I > CONT-EMPLEADOS.

       IMPRIMIR-EXCESO.
           IF EMPCOSTE-IMPUTADAS (SUB-I) > EMPCOSTE-FICHADAS (SUB-I)
               MOVE EMPCOSTE-FICHADAS (SUB-I) TO HORAS-EDITADAS
               MOVE EMPCOSTE-IMPUTADAS (SUB-I) TO HORAS-EDITADAS-2
               MOVE SPACE TO INFORME-LINEA
               STRING "   " DELIMITED BY SIZE
                      EMPCOSTE-ID (SUB-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EMPCOSTE-APELLIDOS (SUB-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EMPCOSTE-DEPARTAMENTO (SUB-I) DELIMITED BY SIZE
                      " FICHADAS " DELIMITED BY SIZE
                      HORAS-EDITADAS DELIMITED BY SIZE
                      " IMPUTADAS " DELIMITED BY SIZE
                      HORAS-EDITADAS-2 DELIMITED BY SIZE
                   INTO INFORME-LINEA
               MOVE EMPCOSTE-DEPARTAMENTO (SUB-I)
                   TO INFORME-DEPARTAMENTO
               PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-CONTROL.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           MOVE TOTAL-HORAS-PROYECTOS TO HORAS-EDITADAS.
           MOVE TOTAL-COSTE-PROYECTOS TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "IMPUTADO A PROYECTOS:  HORAS " DELIMITED BY SIZE
                  HORAS-EDITADAS DELIMITED BY SIZE
                  " COSTE " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE TOTAL-COSTE-FACTURABLE TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "DE ELLO FACTURABLE:                   "
                  DELIMITED BY SIZE
                  " COSTE " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE TOTAL-HORAS-ESTRUCTURA TO HORAS-EDITADAS.
           MOVE TOTAL-COSTE-ESTRUCTURA TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "ESTRUCTURA:            HORAS " DELIMITED BY SIZE
                  HORAS-EDITADAS DELIMITED BY SIZE
                  " COSTE " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE CONT-PROYECTO-DESCONOCIDO TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "IMPUTACIONES A PROYECTO DESCONOCIDO: "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-FUERA-DE-PROYECTO TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "IMPUTACIONES FUERA DE SU PROYECTO:   "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-EXCESOS TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EMPLEADOS CON MAS IMPUTADO QUE FICHADO: "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-ID-DESCONOCIDO TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "LINEAS CON ID DESCONOCIDO:           "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_COSTE_PROYECTOS.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-COSTE-PROYECTOS" TO INFORME-PROGRAMA.
           MOVE "COSTE DE MANO DE OBRA POR PROYECTO"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "MES " DELIMITED BY SIZE
                  PERIODO-9 DELIMITED BY SIZE
                  "   COSTE HORA = SALARIO MAS CUOTA PATRONAL ENTRE "
                  DELIMITED BY SIZE
                  "LA JORNADA MENSUAL ESTANDAR" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-LINEA.
           MOVE "L" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       CERRAR-INFORME.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM INFORME-COSTE-PROYECTOS.

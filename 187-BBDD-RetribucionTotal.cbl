       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRIBUCION-TOTAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de acumulados anuales por empleado.
       COPY "copybooks/28-PhAcumuladosAnuales.cbl".
      *Archivo maestro de deducciones de nomina.
       COPY "copybooks/28-PhDeducciones.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".
      *Archivo de dependientes y beneficiarios.
       COPY "copybooks/28-PhDependientes.cbl".
      *Archivo de sesiones de curso.
       COPY "copybooks/28-PhSesionesCurso.cbl".
      *Archivo de inscripciones a sesiones de curso.
       COPY "copybooks/28-PhInscripciones.cbl".
      *Archivo de notas de gastos.
       COPY "copybooks/28-PhGastos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de acumulados anuales por empleado.
       COPY "copybooks/28-LoAcumuladosAnuales.cbl".
      *Archivo maestro de deducciones de nomina.
       COPY "copybooks/28-LoDeducciones.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".
      *Archivo de dependientes y beneficiarios.
       COPY "copybooks/28-LoDependientes.cbl".
      *Archivo de sesiones de curso.
       COPY "copybooks/28-LoSesionesCurso.cbl".
      *Archivo de inscripciones a sesiones de curso.
       COPY "copybooks/28-LoInscripciones.cbl".
      *Archivo de notas de gastos.
       COPY "copybooks/28-LoGastos.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  FIN-DEDUCCIONES PIC X.
       77  FIN-LECTURA PIC X.
       77  ACUMULADO-ENCONTRADO PIC X.
       77  DEPENDIENTES-DISPONIBLES PIC X.
       77  GASTOS-DISPONIBLES PIC X.
       77  FORMACION-DISPONIBLE PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  AVISO-DEPARTAMENTOS PIC X VALUE "N".
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  POSICION-FORMACION PIC 9(4) COMP VALUE 0.
       77  POSICION-DEPARTAMENTO PIC 9(2) COMP VALUE 0.
       77  CONT-FORMACION PIC 9(4) COMP VALUE 0.
       77  CONT-DEPARTAMENTOS PIC 9(2) COMP VALUE 0.
       77  CONT-DEPENDIENTES PIC 9(2) COMP VALUE 0.
       77  MESES-CUBIERTOS PIC 9(2) COMP VALUE 0.
       77  CONT-DECLARACIONES PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-ACUMULADO PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.
       77  DEPENDIENTES-EDITADOS PIC Z9.

       01  EJERCICIO PIC 9(4).
       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-REFERENCIA PIC 9(8).
       01  FECHA-INICIO-EJERCICIO PIC 9(8).
       01  FECHA-FIN-EJERCICIO PIC 9(8).

       01  FECHA-ALTA-9 PIC 9(8).
       01  FECHA-ALTA-PARTES REDEFINES FECHA-ALTA-9.
           05 ALTA-ANIO PIC 9(4).
           05 ALTA-MES PIC 9(2).
           05 ALTA-DIA PIC 9(2).

      *Porcentaje de la cuota patronal de seguridad social, con el
      *mismo criterio que el informe de coste de empleo: la linea
      *tipo E mas reciente no posterior al cierre del ejercicio.
       01  PORCENTAJE-SS-EMPRESA PIC 9(3)V99 VALUE 0.
       01  VIGENCIA-MEJOR PIC 9(8) VALUE 0.
       01  VIGENCIA-LINEA PIC 9(8).

      *Primas mensuales pactadas con la aseguradora, las mismas que
      *concilia la factura; parametrizables.
       01  PRIMA-TITULAR PIC 9(5)V99 VALUE 25.
       01  PRIMA-DEPENDIENTE PIC 9(5)V99 VALUE 15.

      *Conceptos de la declaracion del empleado en curso.
       01  IMPORTE-BRUTO PIC S9(9)V99.
       01  IMPORTE-NETO PIC S9(9)V99.
       01  IMPORTE-GASTOS PIC S9(9)V99.
       01  IMPORTE-PATRONAL PIC S9(9)V99.
       01  IMPORTE-SEGURO PIC S9(9)V99.
       01  IMPORTE-FORMACION PIC S9(9)V99.
       01  IMPORTE-PERCIBIDO PIC S9(9)V99.
       01  IMPORTE-TOTAL PIC S9(9)V99.

       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
       01  IMPORTE-EDITADO-2 PIC $$$,$$$,$$9.99.
       01  IMPORTE-EDITADO-3 PIC $$$,$$$,$$9.99.

      *Coste de formacion del ejercicio por empleado: plazas con
      *asistencia (con plaza o completadas) al coste de su sesion.
       01  TABLA-FORMACION.
           05 FORMACION-FILA OCCURS 1000 TIMES.
               10 FORMACION-EMPLEADOS-ID PIC X(6).
               10 FORMACION-COSTE PIC S9(7)V99.

      *Resumen por departamento para RRHH.
       01  TABLA-DEPARTAMENTOS.
           05 RESUMEN-FILA OCCURS 50 TIMES.
               10 RESUMEN-DEPARTAMENTO PIC X(4).
               10 RESUMEN-EMPLEADOS PIC 9(4).
               10 RESUMEN-BRUTO PIC S9(11)V99.
               10 RESUMEN-GASTOS PIC S9(11)V99.
               10 RESUMEN-PATRONAL PIC S9(11)V99.
               10 RESUMEN-SEGURO PIC S9(11)V99.
               10 RESUMEN-FORMACION PIC S9(11)V99.
               10 RESUMEN-TOTAL PIC S9(11)V99.

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de acumulados anuales.
       COPY "copybooks/28-EstadoAcumuladosAnuales.cbl".
      *Estado del archivo maestro de deducciones de nomina.
       COPY "copybooks/28-EstadoDeducciones.cbl".
      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".
      *Estado del archivo de dependientes y beneficiarios.
       COPY "copybooks/28-EstadoDependientes.cbl".
      *Estado del archivo de sesiones de curso.
       COPY "copybooks/28-EstadoSesionesCurso.cbl".
      *Estado del archivo de inscripciones.
       COPY "copybooks/28-EstadoInscripciones.cbl".
      *Estado del archivo de notas de gastos.
       COPY "copybooks/28-EstadoGastos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           DISPLAY "Ejercicio de la declaracion (AAAA): ".
           ACCEPT EJERCICIO.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           COMPUTE FECHA-INICIO-EJERCICIO = EJERCICIO * 10000 + 101.
           COMPUTE FECHA-FIN-EJERCICIO = EJERCICIO * 10000 + 1231.
           MOVE FECHA-FIN-EJERCICIO TO FECHA-REFERENCIA.
           IF FECHA-REFERENCIA > FECHA-DE-HOY
               MOVE FECHA-DE-HOY TO FECHA-REFERENCIA.
           PERFORM CARGAR-PORCENTAJE-EMPRESA.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-FORMACION.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ABRIR-INFORME.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM DECLARAR-EMPLEADO
           UNTIL LEE-TODO = "1".
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM IMPRIMIR-RESUMEN-DEPARTAMENTOS.
           DISPLAY "Declaraciones emitidas: " CONT-DECLARACIONES
                   " Activos sin acumulado: " CONT-SIN-ACUMULADO.
           STOP RUN.

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
                       "cuota patronal (tipo E), saldra a cero.".

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
           IF VIGENCIA-LINEA NOT > FECHA-REFERENCIA AND
              VIGENCIA-LINEA NOT < VIGENCIA-MEJOR
               MOVE VIGENCIA-LINEA TO VIGENCIA-MEJOR
               MOVE DEDUCCION-PORCENTAJE TO PORCENTAJE-SS-EMPRESA.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "PRIMA-TITULAR" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO PRIMA-TITULAR
               END-READ
               MOVE "PRIMA-DEPENDIENTE" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO PRIMA-DEPENDIENTE
               END-READ
               CLOSE PARAMETROS-ARCHIVO.

       CARGAR-FORMACION.
      *Las inscripciones van por curso y no por empleado: se recorren
      *una vez y se acumula en memoria el coste de cada asistente.
           MOVE "S" TO FORMACION-DISPONIBLE.
           OPEN INPUT INSCRIPCIONES-ARCHIVO.
           IF INSCRIPCIONES-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO FORMACION-DISPONIBLE.
           OPEN INPUT SESIONES-ARCHIVO.
           IF SESIONES-ARCHIVO-STATUS NOT = "00"
               IF FORMACION-DISPONIBLE = "S"
                   CLOSE INSCRIPCIONES-ARCHIVO
               END-IF
               MOVE "N" TO FORMACION-DISPONIBLE.
           IF FORMACION-DISPONIBLE = "S"
               MOVE "N" TO FIN-LECTURA
               PERFORM LEER-INSCRIPCION
               PERFORM ACUMULAR-INSCRIPCION
               UNTIL FIN-LECTURA = "S"
               CLOSE INSCRIPCIONES-ARCHIVO
               CLOSE SESIONES-ARCHIVO.

       LEER-INSCRIPCION.
           READ INSCRIPCIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.

       ACUMULAR-INSCRIPCION.
           IF INSCRIPCION-FECHA NOT < FECHA-INICIO-EJERCICIO AND
              INSCRIPCION-FECHA NOT > FECHA-FIN-EJERCICIO AND
              (INSCRIPCION-CON-PLAZA OR INSCRIPCION-COMPLETADA)
               MOVE INSCRIPCION-CURSO TO SESION-CURSO
               MOVE INSCRIPCION-FECHA TO SESION-FECHA
               READ SESIONES-ARCHIVO
                   INVALID KEY
                       MOVE ZERO TO SESION-COSTE-PLAZA
               END-READ
               PERFORM BUSCAR-FORMACION-EMPLEADO
               IF POSICION-FORMACION = 0
                   IF CONT-FORMACION < 1000
                       ADD 1 TO CONT-FORMACION
                       MOVE INSCRIPCION-EMPLEADOS-ID
                           TO FORMACION-EMPLEADOS-ID (CONT-FORMACION)
                       MOVE ZERO TO FORMACION-COSTE (CONT-FORMACION)
                       MOVE CONT-FORMACION TO POSICION-FORMACION
                   ELSE
                       IF AVISO-TABLA-LLENA = "N"
                           DISPLAY "Aviso: mas de 1000 asistentes a "
                                   "formacion, no se valoran los "
                                   "siguientes."
                           MOVE "S" TO AVISO-TABLA-LLENA
                       END-IF
                   END-IF
               END-IF
               IF POSICION-FORMACION > 0
                   ADD SESION-COSTE-PLAZA
                       TO FORMACION-COSTE (POSICION-FORMACION).
           PERFORM LEER-INSCRIPCION.

       BUSCAR-FORMACION-EMPLEADO.
           MOVE 0 TO POSICION-FORMACION.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-FORMACION
           UNTIL SUB-I > CONT-FORMACION OR POSICION-FORMACION > 0.

       COMPARAR-FILA-FORMACION.
           IF FORMACION-EMPLEADOS-ID (SUB-I) = INSCRIPCION-EMPLEADOS-ID
               MOVE SUB-I TO POSICION-FORMACION.
           ADD 1 TO SUB-I.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN INPUT ACUMULADOS-ANUALES-ARCHIVO.
           IF ACUMULADOS-ANUALES-STATUS = "35"
               DISPLAY "No existe el archivo de acumulados "
                       "anuales, no hay nada que declarar."
               CLOSE EMPLEADOS-ARCHIVO
               STOP RUN.
           MOVE "S" TO DEPENDIENTES-DISPONIBLES.
           OPEN INPUT DEPENDIENTES-ARCHIVO.
           IF DEPENDIENTES-STATUS NOT = "00"
               MOVE "N" TO DEPENDIENTES-DISPONIBLES.
           MOVE "S" TO GASTOS-DISPONIBLES.
           OPEN INPUT GASTOS-ARCHIVO.
           IF GASTOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO GASTOS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE ACUMULADOS-ANUALES-ARCHIVO.
           IF DEPENDIENTES-DISPONIBLES = "S"
               CLOSE DEPENDIENTES-ARCHIVO.
           IF GASTOS-DISPONIBLES = "S"
               CLOSE GASTOS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       DECLARAR-EMPLEADO.
      *Declaracion para los activos con nomina en el ejercicio.
           IF EMPLEADOS-ACTIVO
               PERFORM BUSCAR-ACUMULADO-ANUAL
               IF ACUMULADO-ENCONTRADO = "S"
                   PERFORM VALORAR-EMPLEADO
                   PERFORM IMPRIMIR-DECLARACION
                   PERFORM SUMAR-AL-DEPARTAMENTO
                   ADD 1 TO CONT-DECLARACIONES
               ELSE
                   ADD 1 TO CONT-SIN-ACUMULADO.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       BUSCAR-ACUMULADO-ANUAL.
           MOVE "N" TO ACUMULADO-ENCONTRADO.
           MOVE EMPLEADOS-ID TO ACUANUAL-EMPLEADOS-ID.
           MOVE EJERCICIO TO ACUANUAL-ANIO.
           READ ACUMULADOS-ANUALES-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ACUMULADO-ENCONTRADO
           END-READ.

       VALORAR-EMPLEADO.
           MOVE ACUANUAL-BRUTO TO IMPORTE-BRUTO.
           MOVE ACUANUAL-NETO TO IMPORTE-NETO.
           COMPUTE IMPORTE-PATRONAL ROUNDED =
                   IMPORTE-BRUTO * PORCENTAJE-SS-EMPRESA / 100.
           PERFORM CONTAR-DEPENDIENTES.
           PERFORM CALCULAR-MESES-CUBIERTOS.
           COMPUTE IMPORTE-SEGURO =
                   (PRIMA-TITULAR + PRIMA-DEPENDIENTE *
                    CONT-DEPENDIENTES) * MESES-CUBIERTOS.
           MOVE ZERO TO IMPORTE-FORMACION.
           MOVE 1 TO SUB-I.
           PERFORM SUMAR-FORMACION-EMPLEADO
           UNTIL SUB-I > CONT-FORMACION.
           PERFORM SUMAR-GASTOS-PAGADOS.
           COMPUTE IMPORTE-PERCIBIDO = IMPORTE-BRUTO + IMPORTE-GASTOS.
           COMPUTE IMPORTE-TOTAL = IMPORTE-PERCIBIDO +
                   IMPORTE-PATRONAL + IMPORTE-SEGURO +
                   IMPORTE-FORMACION.

       CONTAR-DEPENDIENTES.
      *La secuencia cero es el propio titular; el resto son sus
      *dependientes asegurados.
           MOVE 0 TO CONT-DEPENDIENTES.
           MOVE "N" TO FIN-LECTURA.
           IF DEPENDIENTES-DISPONIBLES = "N"
               MOVE "S" TO FIN-LECTURA.
           MOVE EMPLEADOS-ID TO DEPENDIENTE-EMPLEADOS-ID.
           MOVE 1 TO DEPENDIENTE-SECUENCIA.
           IF FIN-LECTURA = "N"
               START DEPENDIENTES-ARCHIVO
                   KEY IS NOT LESS THAN DEPENDIENTE-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-LECTURA
               END-START.
           PERFORM LEER-DEPENDIENTE
           UNTIL FIN-LECTURA = "S".

       LEER-DEPENDIENTE.
           READ DEPENDIENTES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N"
               IF DEPENDIENTE-EMPLEADOS-ID NOT = EMPLEADOS-ID
                   MOVE "S" TO FIN-LECTURA
               ELSE
                   ADD 1 TO CONT-DEPENDIENTES.

       CALCULAR-MESES-CUBIERTOS.
      *La poliza cubre desde el mes de alta si fue en el ejercicio.
           MOVE 12 TO MESES-CUBIERTOS.
           MOVE EMPLEADOS-FECHA-ALTA TO FECHA-ALTA-9.
           IF ALTA-ANIO = EJERCICIO
               COMPUTE MESES-CUBIERTOS = 13 - ALTA-MES.
           IF ALTA-ANIO > EJERCICIO
               MOVE 0 TO MESES-CUBIERTOS.

       SUMAR-FORMACION-EMPLEADO.
           IF FORMACION-EMPLEADOS-ID (SUB-I) = EMPLEADOS-ID
               MOVE FORMACION-COSTE (SUB-I) TO IMPORTE-FORMACION.
           ADD 1 TO SUB-I.

       SUMAR-GASTOS-PAGADOS.
      *Solo cuentan las notas ya pagadas en el ejercicio.
           MOVE ZERO TO IMPORTE-GASTOS.
           MOVE "N" TO FIN-LECTURA.
           IF GASTOS-DISPONIBLES = "N"
               MOVE "S" TO FIN-LECTURA.
           MOVE EMPLEADOS-ID TO GASTO-EMPLEADOS-ID.
           MOVE FECHA-INICIO-EJERCICIO TO GASTO-FECHA.
           MOVE 0 TO GASTO-SECUENCIA.
           IF FIN-LECTURA = "N"
               START GASTOS-ARCHIVO
                   KEY IS NOT LESS THAN GASTO-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-LECTURA
               END-START.
           PERFORM LEER-GASTO
           UNTIL FIN-LECTURA = "S".

       LEER-GASTO.
           READ GASTOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N"
               IF GASTO-EMPLEADOS-ID NOT = EMPLEADOS-ID OR
                  GASTO-FECHA > FECHA-FIN-EJERCICIO
                   MOVE "S" TO FIN-LECTURA
               ELSE
                   IF GASTO-PAGADO
                       ADD GASTO-IMPORTE TO IMPORTE-GASTOS.

       IMPRIMIR-DECLARACION.
      *Una pagina por empleado: lo que percibe y lo que la empresa
      *aporta ademas en su favor.
           IF CONT-DECLARACIONES > 0
               MOVE "P" TO INFORME-OPERACION
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "SU RETRIBUCION TOTAL DEL EJERCICIO "
                  DELIMITED BY SIZE
                  EJERCICIO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EMPLEADO: " DELIMITED BY SIZE
                  EMPLEADOS-NOMBRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-APELLIDOS DELIMITED BY SIZE
                  "   ID: " DELIMITED BY SIZE
                  EMPLEADOS-ID DELIMITED BY SIZE
                  "   DEPTO: " DELIMITED BY SIZE
                  EMPLEADOS-DEPARTAMENTO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE "LO QUE USTED HA PERCIBIDO" TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE IMPORTE-BRUTO TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   SALARIO Y COMPLEMENTOS (BRUTO):     "
                  DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE IMPORTE-GASTOS TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   REEMBOLSO DE GASTOS:                "
                  DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE IMPORTE-NETO TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   (NETO RECIBIDO EN NOMINA:           "
                  DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE "LO QUE LA EMPRESA APORTA ADEMAS" TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE IMPORTE-PATRONAL TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   SEGURIDAD SOCIAL A CARGO EMPRESA:   "
                  DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE IMPORTE-SEGURO TO IMPORTE-EDITADO.
           MOVE CONT-DEPENDIENTES TO DEPENDIENTES-EDITADOS.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   SEGURO MEDICO:                      "
                  DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  "  (TITULAR Y " DELIMITED BY SIZE
                  DEPENDIENTES-EDITADOS DELIMITED BY SIZE
                  " DEPENDIENTES)" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE IMPORTE-FORMACION TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   FORMACION:                          "
                  DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE IMPORTE-TOTAL TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "RETRIBUCION TOTAL:                     "
                  DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-LINEA-BLANCA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       SUMAR-AL-DEPARTAMENTO.
           PERFORM BUSCAR-DEPARTAMENTO-EN-TABLA.
           IF POSICION-DEPARTAMENTO = 0
               IF CONT-DEPARTAMENTOS < 50
                   ADD 1 TO CONT-DEPARTAMENTOS
                   MOVE CONT-DEPARTAMENTOS TO POSICION-DEPARTAMENTO
                   MOVE EMPLEADOS-DEPARTAMENTO
                       TO RESUMEN-DEPARTAMENTO (POSICION-DEPARTAMENTO)
                   MOVE ZERO
                       TO RESUMEN-EMPLEADOS (POSICION-DEPARTAMENTO)
                   MOVE ZERO
                       TO RESUMEN-BRUTO (POSICION-DEPARTAMENTO)
                   MOVE ZERO TO RESUMEN-GASTOS (POSICION-DEPARTAMENTO)
                   MOVE ZERO
                       TO RESUMEN-PATRONAL (POSICION-DEPARTAMENTO)
                   MOVE ZERO TO RESUMEN-SEGURO (POSICION-DEPARTAMENTO)
                   MOVE ZERO
                       TO RESUMEN-FORMACION (POSICION-DEPARTAMENTO)
                   MOVE ZERO
                       TO RESUMEN-TOTAL (POSICION-DEPARTAMENTO)
               ELSE
                   IF AVISO-DEPARTAMENTOS = "N"
                       DISPLAY "Aviso: mas de 50 departamentos, el "
                               "resumen no incluye los siguientes."
                       MOVE "S" TO AVISO-DEPARTAMENTOS.
           IF POSICION-DEPARTAMENTO > 0
               ADD 1 TO RESUMEN-EMPLEADOS (POSICION-DEPARTAMENTO)
               ADD IMPORTE-BRUTO
                   TO RESUMEN-BRUTO (POSICION-DEPARTAMENTO)
               ADD IMPORTE-GASTOS
                   TO RESUMEN-GASTOS (POSICION-DEPARTAMENTO)
               ADD IMPORTE-PATRONAL
                   TO RESUMEN-PATRONAL (POSICION-DEPARTAMENTO)
               ADD IMPORTE-SEGURO
                   TO RESUMEN-SEGURO (POSICION-DEPARTAMENTO)
               ADD IMPORTE-FORMACION
                   TO RESUMEN-FORMACION (POSICION-DEPARTAMENTO)
               ADD IMPORTE-TOTAL
                   TO RESUMEN-TOTAL (POSICION-DEPARTAMENTO).

       BUSCAR-DEPARTAMENTO-EN-TABLA.
           MOVE 0 TO POSICION-DEPARTAMENTO.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-DEPARTAMENTO
           UNTIL SUB-I > CONT-DEPARTAMENTOS OR
                 POSICION-DEPARTAMENTO > 0.

       COMPARAR-FILA-DEPARTAMENTO.
           IF RESUMEN-DEPARTAMENTO (SUB-I) = EMPLEADOS-DEPARTAMENTO
               MOVE SUB-I TO POSICION-DEPARTAMENTO.
           ADD 1 TO SUB-I.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "RETRIBUCION_TOTAL.TXT" TO INFORME-NOMBRE.
           MOVE "RETRIBUCION-TOTAL" TO INFORME-PROGRAMA.
           MOVE "DECLARACION DE RETRIBUCION TOTAL" TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-DECLARACIONES TO CONT-EDITADO.
           STRING "DECLARACIONES EMITIDAS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-RESUMEN-DEPARTAMENTOS.
      *Resumen para RRHH en su propio informe, dos lineas por
      *departamento.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "RESUMEN_RETRIBUCION_TOTAL.TXT" TO INFORME-NOMBRE.
           MOVE "RETRIBUCION-TOTAL" TO INFORME-PROGRAMA.
           MOVE "RETRIBUCION TOTAL POR DEPARTAMENTO" TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EJERCICIO " DELIMITED BY SIZE
                  EJERCICIO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE 1 TO SUB-I.
           PERFORM IMPRIMIR-FILA-RESUMEN
           UNTIL SUB-I > CONT-DEPARTAMENTOS.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-DECLARACIONES TO CONT-EDITADO.
           STRING "EMPLEADOS DECLARADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-FILA-RESUMEN.
           MOVE RESUMEN-EMPLEADOS (SUB-I) TO CONT-EDITADO.
           MOVE RESUMEN-BRUTO (SUB-I) TO IMPORTE-EDITADO.
           MOVE RESUMEN-PATRONAL (SUB-I) TO IMPORTE-EDITADO-2.
           MOVE RESUMEN-TOTAL (SUB-I) TO IMPORTE-EDITADO-3.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "DEPTO: " DELIMITED BY SIZE
                  RESUMEN-DEPARTAMENTO (SUB-I) DELIMITED BY SIZE
                  " EMPLEADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  " BRUTO: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " PATRONAL: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-2 DELIMITED BY SIZE
                  " TOTAL: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-3 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE RESUMEN-SEGURO (SUB-I) TO IMPORTE-EDITADO.
           MOVE RESUMEN-FORMACION (SUB-I) TO IMPORTE-EDITADO-2.
           MOVE RESUMEN-GASTOS (SUB-I) TO IMPORTE-EDITADO-3.
           MOVE SPACE TO INFORME-LINEA.
           STRING "                         SEGURO: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " FORMACION: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-2 DELIMITED BY SIZE
                  " GASTOS: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-3 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           ADD 1 TO SUB-I.

       END PROGRAM RETRIBUCION-TOTAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIACION-NOMINA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".
      *Registro de variaciones de nomina por periodo.
       COPY "copybooks/28-PhVariacionesNomina.cbl".
      *Maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".
      *Registro de variaciones de nomina por periodo.
       COPY "copybooks/28-LoVariacionesNomina.cbl".
      *Maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
       77  LEE-TODO PIC X.
       77  FIN-VARIACIONES PIC X.
       77  LINEA-EXISTE PIC X.
       77  TIENE-ACTUAL PIC X.
       77  TIENE-ANTERIOR PIC X.
       77  PAGADO-ANTES PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  SUB-I PIC 9(2) COMP VALUE 0.
       77  POSICION-DEPARTAMENTO PIC 9(2) COMP VALUE 0.
       77  CONT-DEPARTAMENTOS PIC 9(2) COMP VALUE 0.
       77  CONT-CON-NOMINA PIC 9(5) COMP VALUE 0.
       77  CONT-MARCADAS PIC 9(5) COMP VALUE 0.
       77  CONT-PENDIENTES PIC 9(5) COMP VALUE 0.
       77  CONT-BORRADAS PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  HORA-ACTUAL PIC 9(8).
       01  PERIODO-X PIC X(6).
       01  PERIODO-9 REDEFINES PERIODO-X PIC 9(6).
       01  PERIODO-R REDEFINES PERIODO-X.
           05 PERIODO-ANIO PIC 9(4).
           05 PERIODO-MES PIC 9(2).
       01  PERIODO-ANTERIOR PIC 9(6).
      *Fecha y hora de esta pasada, estampada en cada linea que
      *genera o confirma.
       01  EJECUCION-ACTUAL PIC 9(16).
       01  EJECUCION-ACTUAL-R REDEFINES EJECUCION-ACTUAL.
           05 EJECUCION-FECHA PIC 9(8).
           05 EJECUCION-HORA PIC 9(8).

      *Umbrales de variacion en porcentaje sobre el mes anterior,
      *por empleado y por total de departamento.
       01  UMBRAL-VARIACION PIC 9(3)V99 VALUE 10.
       01  UMBRAL-VARIACION-DEP PIC 9(3)V99 VALUE 10.

      *Bruto y neto del empleado en los dos meses.
       01  BRUTO-ACTUAL PIC S9(7)V99.
       01  NETO-ACTUAL PIC S9(7)V99.
       01  BRUTO-ANTERIOR PIC S9(7)V99.
       01  NETO-ANTERIOR PIC S9(7)V99.
       01  DEPARTAMENTO-ACTUAL PIC X(4).
       01  DEPARTAMENTO-ANTERIOR PIC X(4).
       01  DEPARTAMENTO-BUSCADO PIC X(4).

      *Devengado total de cada departamento en los dos meses.
       01  TABLA-DEPARTAMENTOS.
           05 DEPARTAMENTO-FILA OCCURS 50 TIMES.
               10 DEPARTAMENTO-CODIGO PIC X(4).
               10 DEPARTAMENTO-ACTUAL-TOTAL PIC S9(11)V99.
               10 DEPARTAMENTO-ANTERIOR-TOTAL PIC S9(11)V99.

      *Linea marcada en curso.
       01  LINEA-AMBITO PIC X(1).
       01  LINEA-CODIGO PIC X(6).
       01  LINEA-MOTIVO PIC X(2).
       01  LINEA-TEXTO PIC X(30).
       01  LINEA-ANTERIOR PIC S9(11)V99.
       01  LINEA-ACTUAL PIC S9(11)V99.
       01  LINEA-PORCENTAJE PIC S9(5)V99.
       01  PORCENTAJE-ABSOLUTO PIC 9(5)V99.
       01  UMBRAL-APLICADO PIC 9(3)V99.

       01  ANTERIOR-EDITADO PIC -ZZZ,ZZZ,ZZ9.99.
       01  ACTUAL-EDITADO PIC -ZZZ,ZZZ,ZZ9.99.
       01  PORCENTAJE-EDITADO PIC -ZZZZ9.99.
       01  ESTADO-LITERAL PIC X(9).

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".
      *Estado del registro de variaciones de nomina.
       COPY "copybooks/28-EstadoVariacionesNomina.cbl".
      *Estado del maestro de parametros de negocio.
       COPY "copybooks/28-EstadoParametros.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Comprobacion previa a la remesa: cada empleado con nomina en
      *el periodo se compara con el mes anterior y cada linea fuera
      *de lo normal queda marcada hasta que un supervisor la
      *explique. Las explicaciones ya dadas se conservan al repetir
      *la pasada si los importes no han cambiado.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM FIJAR-PERIODO.
           PERFORM LEER-PARAMETROS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           IF RESULTADOS-NOMINA-STATUS NOT = "00"
               DISPLAY "No hay resultados de nomina."
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE VARIACIONES-NOMINA-ARCHIVO
               GOBACK.
           ACCEPT EJECUCION-FECHA FROM DATE YYYYMMDD.
           ACCEPT EJECUCION-HORA FROM TIME.
           PERFORM ABRIR-INFORME.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM REVISAR-EMPLEADO THRU REVISAR-EMPLEADO-FIN
           UNTIL LEE-TODO = "1".
           PERFORM REVISAR-DEPARTAMENTOS.
           PERFORM BORRAR-LINEAS-OBSOLETAS.
           IF CONT-CON-NOMINA > 0
               PERFORM GRABAR-CONTROL
           ELSE
               DISPLAY "No hay nomina calculada en el periodo "
                       PERIODO-9 ", no se da por comprobado.".
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM MOSTRAR-RESUMEN.
           GOBACK.

       FIJAR-PERIODO.
      *Paso de la cadena nocturna, sin preguntas: se comprueba el
      *mes de la fecha de negocio.
           COMPUTE PERIODO-9 = FECHA-DE-HOY / 100.
           IF PERIODO-MES = 1
               COMPUTE PERIODO-ANTERIOR = (PERIODO-ANIO - 1) * 100
                                          + 12
           ELSE
               COMPUTE PERIODO-ANTERIOR = PERIODO-9 - 1.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "UMBRAL-VARIACION" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO UMBRAL-VARIACION
               END-READ
               MOVE "UMBRAL-VARIACION-DEP" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO UMBRAL-VARIACION-DEP
               END-READ
               CLOSE PARAMETROS-ARCHIVO.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN INPUT RESULTADOS-NOMINA-ARCHIVO.
           PERFORM ABRIR-VARIACIONES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE RESULTADOS-NOMINA-ARCHIVO.
           CLOSE VARIACIONES-NOMINA-ARCHIVO.

       ABRIR-VARIACIONES.
      *El registro de variaciones es indexado; si todavia no existe
      *lo creamos antes de abrirlo.
           OPEN I-O VARIACIONES-NOMINA-ARCHIVO.
           IF VARIACIONES-NOMINA-STATUS = "35"
               OPEN OUTPUT VARIACIONES-NOMINA-ARCHIVO
               CLOSE VARIACIONES-NOMINA-ARCHIVO
               OPEN I-O VARIACIONES-NOMINA-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       REVISAR-EMPLEADO.
      *El devengado de los dos meses suma al departamento de cada
      *mes aunque el empleado ya no cobre en el periodo: la baja
      *tambien mueve el total del departamento.
           PERFORM LEER-NOMINA-ACTUAL.
           PERFORM LEER-NOMINA-ANTERIOR.
           IF TIENE-ACTUAL = "N" AND TIENE-ANTERIOR = "N"
               GO TO REVISAR-EMPLEADO-SIGUIENTE.
           PERFORM SUMAR-A-DEPARTAMENTOS.
           IF TIENE-ACTUAL = "N"
               GO TO REVISAR-EMPLEADO-SIGUIENTE.
           ADD 1 TO CONT-CON-NOMINA.
           MOVE "E" TO LINEA-AMBITO.
           MOVE EMPLEADOS-ID TO LINEA-CODIGO.
           IF NOT EMPLEADOS-ACTIVO
               MOVE "IN" TO LINEA-MOTIVO
               MOVE "EMPLEADO INACTIVO CON NOMINA" TO LINEA-TEXTO
               MOVE ZERO TO LINEA-ANTERIOR
               MOVE NETO-ACTUAL TO LINEA-ACTUAL
               MOVE ZERO TO LINEA-PORCENTAJE
               PERFORM GRABAR-LINEA-MARCADA.
           IF NETO-ACTUAL NOT > 0
               MOVE "NC" TO LINEA-MOTIVO
               MOVE "NETO CERO O NEGATIVO" TO LINEA-TEXTO
               MOVE NETO-ANTERIOR TO LINEA-ANTERIOR
               MOVE NETO-ACTUAL TO LINEA-ACTUAL
               MOVE ZERO TO LINEA-PORCENTAJE
               PERFORM GRABAR-LINEA-MARCADA.
           IF TIENE-ANTERIOR = "N"
               PERFORM COMPROBAR-PAGOS-PREVIOS
               IF PAGADO-ANTES = "N"
                   MOVE "PP" TO LINEA-MOTIVO
                   MOVE "PRIMER PAGO AL EMPLEADO" TO LINEA-TEXTO
               ELSE
                   MOVE "VB" TO LINEA-MOTIVO
                   MOVE "SIN NOMINA EL MES ANTERIOR" TO LINEA-TEXTO
               END-IF
               MOVE ZERO TO LINEA-ANTERIOR
               MOVE BRUTO-ACTUAL TO LINEA-ACTUAL
               MOVE 100 TO LINEA-PORCENTAJE
               PERFORM GRABAR-LINEA-MARCADA
               GO TO REVISAR-EMPLEADO-SIGUIENTE.
           MOVE UMBRAL-VARIACION TO UMBRAL-APLICADO.
           MOVE "VB" TO LINEA-MOTIVO.
           MOVE "VARIACION DEL BRUTO" TO LINEA-TEXTO.
           MOVE BRUTO-ANTERIOR TO LINEA-ANTERIOR.
           MOVE BRUTO-ACTUAL TO LINEA-ACTUAL.
           PERFORM COMPROBAR-VARIACION.
           MOVE "VN" TO LINEA-MOTIVO.
           MOVE "VARIACION DEL NETO" TO LINEA-TEXTO.
           MOVE NETO-ANTERIOR TO LINEA-ANTERIOR.
           MOVE NETO-ACTUAL TO LINEA-ACTUAL.
           PERFORM COMPROBAR-VARIACION.

       REVISAR-EMPLEADO-SIGUIENTE.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       REVISAR-EMPLEADO-FIN.
           EXIT.

       LEER-NOMINA-ACTUAL.
      *Lineas 100 (total devengado) y 200 (liquido) de la nomina
      *mensual del periodo.
           MOVE "N" TO TIENE-ACTUAL.
           MOVE ZERO TO BRUTO-ACTUAL.
           MOVE ZERO TO NETO-ACTUAL.
           MOVE SPACE TO DEPARTAMENTO-ACTUAL.
           MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID.
           MOVE PERIODO-9 TO RESNOM-ANIO-MES.
           MOVE "N" TO RESNOM-PASADA.
           MOVE 100 TO RESNOM-LINEA.
           READ RESULTADOS-NOMINA-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO TIENE-ACTUAL
                   MOVE RESNOM-IMPORTE TO BRUTO-ACTUAL
                   MOVE RESNOM-DEPARTAMENTO TO DEPARTAMENTO-ACTUAL
           END-READ.
           MOVE 200 TO RESNOM-LINEA.
           READ RESULTADOS-NOMINA-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO TIENE-ACTUAL
                   MOVE RESNOM-IMPORTE TO NETO-ACTUAL
           END-READ.

       LEER-NOMINA-ANTERIOR.
           MOVE "N" TO TIENE-ANTERIOR.
           MOVE ZERO TO BRUTO-ANTERIOR.
           MOVE ZERO TO NETO-ANTERIOR.
           MOVE SPACE TO DEPARTAMENTO-ANTERIOR.
           MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID.
           MOVE PERIODO-ANTERIOR TO RESNOM-ANIO-MES.
           MOVE "N" TO RESNOM-PASADA.
           MOVE 100 TO RESNOM-LINEA.
           READ RESULTADOS-NOMINA-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO TIENE-ANTERIOR
                   MOVE RESNOM-IMPORTE TO BRUTO-ANTERIOR
                   MOVE RESNOM-DEPARTAMENTO TO DEPARTAMENTO-ANTERIOR
           END-READ.
           MOVE 200 TO RESNOM-LINEA.
           READ RESULTADOS-NOMINA-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO TIENE-ANTERIOR
                   MOVE RESNOM-IMPORTE TO NETO-ANTERIOR
           END-READ.

       COMPROBAR-PAGOS-PREVIOS.
      *Sin nomina el mes anterior, se mira si el empleado cobro
      *alguna vez antes del periodo: la primera linea del historico
      *del empleado lo dice.
           MOVE "N" TO PAGADO-ANTES.
           MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID.
           MOVE ZEROES TO RESNOM-ANIO-MES.
           MOVE LOW-VALUES TO RESNOM-PASADA.
           MOVE ZEROES TO RESNOM-LINEA.
           START RESULTADOS-NOMINA-ARCHIVO KEY IS NOT LESS THAN
               RESNOM-CLAVE
               INVALID KEY
                   GO TO COMPROBAR-PAGOS-PREVIOS-FIN
           END-START.
           READ RESULTADOS-NOMINA-ARCHIVO NEXT RECORD
               AT END
                   GO TO COMPROBAR-PAGOS-PREVIOS-FIN
           END-READ.
           IF RESNOM-EMPLEADOS-ID = EMPLEADOS-ID AND
              RESNOM-ANIO-MES < PERIODO-9
               MOVE "S" TO PAGADO-ANTES.

       COMPROBAR-PAGOS-PREVIOS-FIN.
           EXIT.

       COMPROBAR-VARIACION.
      *Variacion en porcentaje sobre el mes anterior; se marca si su
      *valor absoluto pasa del umbral aplicado.
           IF LINEA-ANTERIOR = 0
               IF LINEA-ACTUAL = 0
                   MOVE ZERO TO LINEA-PORCENTAJE
               ELSE
                   MOVE 100 TO LINEA-PORCENTAJE
               END-IF
           ELSE
               COMPUTE LINEA-PORCENTAJE ROUNDED =
                       (LINEA-ACTUAL - LINEA-ANTERIOR) * 100
                       / LINEA-ANTERIOR
                   ON SIZE ERROR
                       MOVE 99999.99 TO LINEA-PORCENTAJE
               END-COMPUTE.
           IF LINEA-PORCENTAJE < 0
               COMPUTE PORCENTAJE-ABSOLUTO = 0 - LINEA-PORCENTAJE
           ELSE
               MOVE LINEA-PORCENTAJE TO PORCENTAJE-ABSOLUTO.
           IF PORCENTAJE-ABSOLUTO > UMBRAL-APLICADO
               PERFORM GRABAR-LINEA-MARCADA.

       SUMAR-A-DEPARTAMENTOS.
           IF TIENE-ACTUAL = "S"
               MOVE DEPARTAMENTO-ACTUAL TO DEPARTAMENTO-BUSCADO
               PERFORM BUSCAR-O-CREAR-DEPARTAMENTO
               IF POSICION-DEPARTAMENTO > 0
                   ADD BRUTO-ACTUAL TO DEPARTAMENTO-ACTUAL-TOTAL
                                       (POSICION-DEPARTAMENTO).
           IF TIENE-ANTERIOR = "S"
               MOVE DEPARTAMENTO-ANTERIOR TO DEPARTAMENTO-BUSCADO
               PERFORM BUSCAR-O-CREAR-DEPARTAMENTO
               IF POSICION-DEPARTAMENTO > 0
                   ADD BRUTO-ANTERIOR TO DEPARTAMENTO-ANTERIOR-TOTAL
                                         (POSICION-DEPARTAMENTO).

       BUSCAR-O-CREAR-DEPARTAMENTO.
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
                       TO DEPARTAMENTO-CODIGO (POSICION-DEPARTAMENTO)
                   MOVE ZERO TO DEPARTAMENTO-ACTUAL-TOTAL
                                (POSICION-DEPARTAMENTO)
                   MOVE ZERO TO DEPARTAMENTO-ANTERIOR-TOTAL
                                (POSICION-DEPARTAMENTO)
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 50 departamentos, no se "
                               "comparan los siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.

       COMPARAR-FILA-DEPARTAMENTO.
           IF DEPARTAMENTO-CODIGO (SUB-I) = DEPARTAMENTO-BUSCADO
               MOVE SUB-I TO POSICION-DEPARTAMENTO.
           ADD 1 TO SUB-I.

       REVISAR-DEPARTAMENTOS.
           MOVE UMBRAL-VARIACION-DEP TO UMBRAL-APLICADO.
           MOVE "D" TO LINEA-AMBITO.
           MOVE "VD" TO LINEA-MOTIVO.
           MOVE "VARIACION DEL DEPARTAMENTO" TO LINEA-TEXTO.
           MOVE 1 TO SUB-I.
           PERFORM REVISAR-UN-DEPARTAMENTO
           UNTIL SUB-I > CONT-DEPARTAMENTOS.

       REVISAR-UN-DEPARTAMENTO.
           MOVE SPACE TO LINEA-CODIGO.
           MOVE DEPARTAMENTO-CODIGO (SUB-I) TO LINEA-CODIGO.
           MOVE DEPARTAMENTO-ANTERIOR-TOTAL (SUB-I) TO LINEA-ANTERIOR.
           MOVE DEPARTAMENTO-ACTUAL-TOTAL (SUB-I) TO LINEA-ACTUAL.
           PERFORM COMPROBAR-VARIACION.
           ADD 1 TO SUB-I.

       GRABAR-LINEA-MARCADA.
      *Si la linea ya estaba marcada con los mismos importes se
      *conserva su explicacion; si los importes cambiaron vuelve a
      *quedar pendiente.
           MOVE PERIODO-9 TO VARNOM-ANIO-MES.
           MOVE LINEA-AMBITO TO VARNOM-AMBITO.
           MOVE LINEA-CODIGO TO VARNOM-CODIGO.
           MOVE LINEA-MOTIVO TO VARNOM-MOTIVO.
           MOVE "S" TO LINEA-EXISTE.
           READ VARIACIONES-NOMINA-ARCHIVO
               INVALID KEY
                   MOVE "N" TO LINEA-EXISTE
           END-READ.
           IF LINEA-EXISTE = "S"
               IF VARNOM-ANTERIOR NOT = LINEA-ANTERIOR OR
                  VARNOM-ACTUAL NOT = LINEA-ACTUAL
                   PERFORM DEJAR-LINEA-PENDIENTE
               END-IF
           ELSE
               MOVE SPACE TO VARNOM-REGISTRO
               MOVE PERIODO-9 TO VARNOM-ANIO-MES
               MOVE LINEA-AMBITO TO VARNOM-AMBITO
               MOVE LINEA-CODIGO TO VARNOM-CODIGO
               MOVE LINEA-MOTIVO TO VARNOM-MOTIVO
               MOVE ZERO TO VARNOM-LINEAS-MARCADAS
               PERFORM DEJAR-LINEA-PENDIENTE.
           MOVE LINEA-ANTERIOR TO VARNOM-ANTERIOR.
           MOVE LINEA-ACTUAL TO VARNOM-ACTUAL.
           MOVE LINEA-PORCENTAJE TO VARNOM-PORCENTAJE.
           MOVE EJECUCION-ACTUAL TO VARNOM-EJECUCION.
           IF LINEA-EXISTE = "S"
               REWRITE VARNOM-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al regrabar la variacion "
                               VARNOM-CLAVE
               END-REWRITE
           ELSE
               WRITE VARNOM-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar la variacion "
                               VARNOM-CLAVE
               END-WRITE.
           ADD 1 TO CONT-MARCADAS.
           IF VARNOM-PENDIENTE
               ADD 1 TO CONT-PENDIENTES
               MOVE "PENDIENTE" TO ESTADO-LITERAL
           ELSE
               MOVE "EXPLICADA" TO ESTADO-LITERAL.
           PERFORM IMPRIMIR-LINEA-MARCADA.

       DEJAR-LINEA-PENDIENTE.
           MOVE "P" TO VARNOM-ESTADO.
           MOVE SPACE TO VARNOM-EXPLICACION.
           MOVE SPACE TO VARNOM-SUPERVISOR-ID.
           MOVE ZEROES TO VARNOM-FECHA-EXPLICACION.

       BORRAR-LINEAS-OBSOLETAS.
      *Las lineas del periodo que esta pasada ya no marca (la nomina
      *se corrigio) se borran con su explicacion.
           MOVE PERIODO-9 TO VARNOM-ANIO-MES.
           MOVE "D" TO VARNOM-AMBITO.
           MOVE LOW-VALUES TO VARNOM-CODIGO.
           MOVE LOW-VALUES TO VARNOM-MOTIVO.
           MOVE "N" TO FIN-VARIACIONES.
           START VARIACIONES-NOMINA-ARCHIVO KEY IS NOT LESS THAN
               VARNOM-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-VARIACIONES
           END-START.
           PERFORM BORRAR-SI-OBSOLETA
           UNTIL FIN-VARIACIONES = "S".

       BORRAR-SI-OBSOLETA.
           READ VARIACIONES-NOMINA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-VARIACIONES
           END-READ.
           IF FIN-VARIACIONES = "N" AND
              VARNOM-ANIO-MES NOT = PERIODO-9
               MOVE "S" TO FIN-VARIACIONES.
           IF FIN-VARIACIONES = "N" AND
              VARNOM-EJECUCION NOT = EJECUCION-ACTUAL
               DELETE VARIACIONES-NOMINA-ARCHIVO
                   INVALID KEY
                       DISPLAY "Error al borrar la variacion "
                               VARNOM-CLAVE
               END-DELETE
               ADD 1 TO CONT-BORRADAS.

       GRABAR-CONTROL.
      *El registro de control dice que el periodo se comprobo sobre
      *la nomina vigente; CALCULO-NOMINA lo borra al recalcular.
           MOVE PERIODO-9 TO VARNOM-ANIO-MES.
           MOVE "C" TO VARNOM-AMBITO.
           MOVE SPACE TO VARNOM-CODIGO.
           MOVE SPACE TO VARNOM-MOTIVO.
           MOVE "S" TO LINEA-EXISTE.
           READ VARIACIONES-NOMINA-ARCHIVO
               INVALID KEY
                   MOVE "N" TO LINEA-EXISTE
           END-READ.
           MOVE SPACE TO VARNOM-REGISTRO.
           MOVE PERIODO-9 TO VARNOM-ANIO-MES.
           MOVE "C" TO VARNOM-AMBITO.
           MOVE ZERO TO VARNOM-ANTERIOR.
           MOVE ZERO TO VARNOM-ACTUAL.
           MOVE ZERO TO VARNOM-PORCENTAJE.
           MOVE ZEROES TO VARNOM-FECHA-EXPLICACION.
           MOVE EJECUCION-ACTUAL TO VARNOM-EJECUCION.
           MOVE CONT-MARCADAS TO VARNOM-LINEAS-MARCADAS.
           IF LINEA-EXISTE = "S"
               REWRITE VARNOM-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al regrabar el control de "
                               "variaciones del periodo " PERIODO-9
               END-REWRITE
           ELSE
               WRITE VARNOM-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el control de "
                               "variaciones del periodo " PERIODO-9
               END-WRITE.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "VARIACION_NOMINA.TXT" TO INFORME-NOMBRE.
           MOVE "VARIACION-NOMINA" TO INFORME-PROGRAMA.
           STRING "VARIACIONES DE NOMINA " DELIMITED BY SIZE
                  PERIODO-9 DELIMITED BY SIZE
                  " SOBRE " DELIMITED BY SIZE
                  PERIODO-ANTERIOR DELIMITED BY SIZE
               INTO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-LINEA-MARCADA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE LINEA-ANTERIOR TO ANTERIOR-EDITADO.
           MOVE LINEA-ACTUAL TO ACTUAL-EDITADO.
           MOVE LINEA-PORCENTAJE TO PORCENTAJE-EDITADO.
           STRING LINEA-AMBITO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LINEA-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LINEA-MOTIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LINEA-TEXTO DELIMITED BY SIZE
                  " ANTERIOR " DELIMITED BY SIZE
                  ANTERIOR-EDITADO DELIMITED BY SIZE
                  " ACTUAL " DELIMITED BY SIZE
                  ACTUAL-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PORCENTAJE-EDITADO DELIMITED BY SIZE
                  "% " DELIMITED BY SIZE
                  ESTADO-LITERAL DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-MARCADAS TO CONT-EDITADO.
           STRING "LINEAS MARCADAS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-PENDIENTES TO CONT-EDITADO.
           STRING "PENDIENTES DE EXPLICAR: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN DE LA COMPROBACION DE VARIACIONES".
           DISPLAY "Periodo comprobado: " PERIODO-9
                   " contra " PERIODO-ANTERIOR.
           DISPLAY "Empleados con nomina en el periodo: "
                   CONT-CON-NOMINA.
           DISPLAY "Lineas marcadas: " CONT-MARCADAS.
           DISPLAY "Pendientes de explicar: " CONT-PENDIENTES.
           DISPLAY "Lineas de pasadas anteriores ya no marcadas: "
                   CONT-BORRADAS.
           IF CONT-PENDIENTES > 0
               DISPLAY "ORDENES-PAGO no generara la remesa hasta "
                       "explicarlas en EXPLICAR-VARIACIONES.".

       END PROGRAM VARIACION-NOMINA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESA-PLAN-PENSIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de participes del plan de pensiones.
       COPY "copybooks/28-PhPlanPensiones.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".
      *Archivo mensual de aportaciones al plan de pensiones.
       COPY "copybooks/28-PhAportacionesPlan.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de participes del plan de pensiones.
       COPY "copybooks/28-LoPlanPensiones.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".
      *Archivo mensual de aportaciones al plan de pensiones.
       COPY "copybooks/28-LoAportacionesPlan.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
       77  FIN-LECTURA PIC X.
       77  FIN-PLAN-PENSIONES PIC X.
       77  EMPLEADOS-DISPONIBLES PIC X VALUE "N".
       77  PLAN-DISPONIBLE PIC X VALUE "N".
       77  CONT-PARTICIPES PIC 9(9) COMP VALUE 0.
       77  CONT-SIN-PARTICIPE PIC 9(5) COMP VALUE 0.
       77  CONT-LINEAS-TRABAJADOR PIC 9(7) COMP VALUE 0.
       77  CONT-LINEAS-EMPRESA PIC 9(7) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  PERIODO-X PIC X(6).
       01  PERIODO-9 REDEFINES PERIODO-X PIC 9(6).
       01  PERIODO-R REDEFINES PERIODO-X.
           05 PERIODO-ANIO PIC 9(4).
           05 PERIODO-MES PIC 9(2).
       01  PRIMER-DIA-PERIODO PIC 9(8).
       01  ULTIMO-DIA-PERIODO PIC 9(8).

      *Participe en curso: las lineas del historico vienen ordenadas
      *por empleado, asi que sus aportaciones del periodo llegan
      *seguidas y se emiten al cambiar de empleado.
       01  EMPLEADO-EN-CURSO PIC X(6) VALUE SPACE.
       01  TRABAJADOR-EMPLEADO PIC 9(13).
       01  EMPRESA-EMPLEADO PIC 9(13).
       01  NUMERO-PARTICIPE PIC X(12).
       01  NIF-EMPLEADO PIC X(9).
       01  NOMBRE-EMPLEADO PIC X(51).

       01  IMPORTE-CENTIMOS PIC 9(13).
       01  TOTAL-TRABAJADOR PIC 9(15) VALUE 0.
       01  TOTAL-EMPRESA PIC 9(15) VALUE 0.
       01  TOTAL-GENERAL PIC 9(15) VALUE 0.

       01  IMPORTE-PANTALLA PIC 9(13)V99.
       01  IMPORTE-EDITADO PIC $$$$,$$9.99.
       01  IMPORTE-EDITADO-2 PIC $$$$,$$9.99.
       01  TOTAL-EDITADO PIC $$$,$$$,$$$,$$9.99.

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de participes del plan de pensiones.
       COPY "copybooks/28-EstadoPlanPensiones.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".
      *Estado del archivo de aportaciones al plan de pensiones.
       COPY "copybooks/28-EstadoAportacionesPlan.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Las aportaciones al plan calculadas por la nomina del periodo
      *(lineas PPTR del trabajador y PPEM de la empresa) se remiten
      *a la gestora: una linea por participe y una de control con
      *recuento y sumas para que la gestora cuadre el cargo.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM FIJAR-PERIODO.
           COMPUTE PRIMER-DIA-PERIODO = PERIODO-9 * 100 + 1.
           COMPUTE ULTIMO-DIA-PERIODO = PERIODO-9 * 100 + 31.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ABRIR-INFORME.
           OPEN OUTPUT APORTACIONES-PLAN-ARCHIVO.
           PERFORM RECORRER-RESULTADOS.
           IF EMPLEADO-EN-CURSO NOT = SPACE
               PERFORM EMITIR-PARTICIPE.
           PERFORM ESCRIBIR-CONTROL-REMESA.
           CLOSE APORTACIONES-PLAN-ARCHIVO.
           PERFORM IMPRIMIR-CONTROL.
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY " ".
           DISPLAY "Periodo remitido: " PERIODO-9.
           DISPLAY "Participes con aportacion: " CONT-PARTICIPES.
           DISPLAY "Sin numero de participe: " CONT-SIN-PARTICIPE.
           DISPLAY "Archivo generado: APORTACIONES_PLAN.TXT".
           GOBACK.

       FIJAR-PERIODO.
      *Paso de la cadena nocturna, sin preguntas: se remite el
      *mes de la fecha de negocio.
           COMPUTE PERIODO-9 = FECHA-DE-HOY / 100.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "S" TO EMPLEADOS-DISPONIBLES.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO EMPLEADOS-DISPONIBLES.
           MOVE "S" TO PLAN-DISPONIBLE.
           OPEN INPUT PLAN-PENSIONES-ARCHIVO.
           IF PLAN-PENSIONES-STATUS NOT = "00"
               MOVE "N" TO PLAN-DISPONIBLE.

       PROCEDIMIENTO-DE-CIERRE.
           IF EMPLEADOS-DISPONIBLES = "S"
               CLOSE EMPLEADOS-ARCHIVO.
           IF PLAN-DISPONIBLE = "S"
               CLOSE PLAN-PENSIONES-ARCHIVO.

       RECORRER-RESULTADOS.
           MOVE "N" TO FIN-LECTURA.
           OPEN INPUT RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS NOT = "00"
               DISPLAY "No hay historico de resultados de nomina."
               MOVE "S" TO FIN-LECTURA.
           PERFORM LEER-RESULTADO
           UNTIL FIN-LECTURA = "S".
           IF RESULTADOS-NOMINA-STATUS NOT = "35"
               CLOSE RESULTADOS-NOMINA-ARCHIVO.

       LEER-RESULTADO.
           READ RESULTADOS-NOMINA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N" AND RESNOM-ANIO-MES = PERIODO-9 AND
              (RESNOM-CONCEPTO = "PPTR" OR RESNOM-CONCEPTO = "PPEM")
               PERFORM ANOTAR-APORTACION.

       ANOTAR-APORTACION.
           IF RESNOM-EMPLEADOS-ID NOT = EMPLEADO-EN-CURSO
               IF EMPLEADO-EN-CURSO NOT = SPACE
                   PERFORM EMITIR-PARTICIPE
               END-IF
               MOVE RESNOM-EMPLEADOS-ID TO EMPLEADO-EN-CURSO
               MOVE ZERO TO TRABAJADOR-EMPLEADO
               MOVE ZERO TO EMPRESA-EMPLEADO.
           COMPUTE IMPORTE-CENTIMOS = RESNOM-IMPORTE * 100.
           IF RESNOM-CONCEPTO = "PPTR"
               ADD IMPORTE-CENTIMOS TO TRABAJADOR-EMPLEADO
               ADD 1 TO CONT-LINEAS-TRABAJADOR
           ELSE
               ADD IMPORTE-CENTIMOS TO EMPRESA-EMPLEADO
               ADD 1 TO CONT-LINEAS-EMPRESA.

       EMITIR-PARTICIPE.
           PERFORM BUSCAR-PARTICIPE.
           PERFORM BUSCAR-EMPLEADO.
           MOVE SPACE TO APORTACION-PLAN-REGISTRO.
           MOVE "D" TO APORTACION-PLAN-TIPO.
           MOVE NUMERO-PARTICIPE TO APORTACION-PLAN-PARTICIPE.
           MOVE NIF-EMPLEADO TO APORTACION-PLAN-NIF.
           MOVE EMPLEADO-EN-CURSO TO APORTACION-PLAN-ID.
           MOVE PERIODO-9 TO APORTACION-PLAN-PERIODO.
           MOVE TRABAJADOR-EMPLEADO TO APORTACION-PLAN-TRABAJADOR.
           MOVE EMPRESA-EMPLEADO TO APORTACION-PLAN-EMPRESA.
           WRITE APORTACION-PLAN-REGISTRO.
           ADD 1 TO CONT-PARTICIPES.
           ADD TRABAJADOR-EMPLEADO TO TOTAL-TRABAJADOR.
           ADD EMPRESA-EMPLEADO TO TOTAL-EMPRESA.
           PERFORM IMPRIMIR-PARTICIPE.

       BUSCAR-PARTICIPE.
      *Numero de participe de la incorporacion que solapa el
      *periodo; si hubo salida y reincorporacion vale la ultima.
           MOVE SPACE TO NUMERO-PARTICIPE.
           IF PLAN-DISPONIBLE = "S"
               MOVE "N" TO FIN-PLAN-PENSIONES
               MOVE EMPLEADO-EN-CURSO TO PLANPEN-EMPLEADOS-ID
               MOVE ZEROES TO PLANPEN-FECHA-DESDE
               START PLAN-PENSIONES-ARCHIVO
                   KEY IS NOT LESS THAN PLANPEN-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-PLAN-PENSIONES
               END-START
               PERFORM LEER-PARTICIPE
               UNTIL FIN-PLAN-PENSIONES = "S".
           IF NUMERO-PARTICIPE = SPACE
               ADD 1 TO CONT-SIN-PARTICIPE.

       LEER-PARTICIPE.
           READ PLAN-PENSIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PLAN-PENSIONES
           END-READ.
           IF FIN-PLAN-PENSIONES = "N" AND
              PLANPEN-EMPLEADOS-ID NOT = EMPLEADO-EN-CURSO
               MOVE "S" TO FIN-PLAN-PENSIONES.
           IF FIN-PLAN-PENSIONES = "N" AND
              PLANPEN-FECHA-DESDE NOT > ULTIMO-DIA-PERIODO AND
              (PLANPEN-FECHA-HASTA = 0 OR
               PLANPEN-FECHA-HASTA NOT < PRIMER-DIA-PERIODO)
               MOVE PLANPEN-PARTICIPE TO NUMERO-PARTICIPE.

       BUSCAR-EMPLEADO.
           MOVE SPACE TO NIF-EMPLEADO.
           MOVE SPACE TO NOMBRE-EMPLEADO.
           IF EMPLEADOS-DISPONIBLES = "S"
               MOVE EMPLEADO-EN-CURSO TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE "NO ESTA EN EL MAESTRO"
                           TO NOMBRE-EMPLEADO
                   NOT INVALID KEY
                       MOVE EMPLEADOS-NIF TO NIF-EMPLEADO
                       STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              EMPLEADOS-APELLIDOS DELIMITED BY "  "
                           INTO NOMBRE-EMPLEADO
               END-READ.

       IMPRIMIR-PARTICIPE.
           COMPUTE IMPORTE-PANTALLA = TRABAJADOR-EMPLEADO / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           COMPUTE IMPORTE-PANTALLA = EMPRESA-EMPLEADO / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO-2.
           MOVE SPACE TO INFORME-LINEA.
           STRING EMPLEADO-EN-CURSO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-EMPLEADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-EDITADO-2 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           IF NUMERO-PARTICIPE = SPACE
               MOVE "       *** SIN NUMERO DE PARTICIPE EN EL PERIODO"
                   TO INFORME-LINEA
           ELSE
               STRING "       PARTICIPE " DELIMITED BY SIZE
                      NUMERO-PARTICIPE DELIMITED BY SIZE
                      "  NIF " DELIMITED BY SIZE
                      NIF-EMPLEADO DELIMITED BY SIZE
                   INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       ESCRIBIR-CONTROL-REMESA.
           COMPUTE TOTAL-GENERAL = TOTAL-TRABAJADOR + TOTAL-EMPRESA.
           MOVE SPACE TO APORTACION-PLAN-TOTAL-REGISTRO.
           MOVE "T" TO APORTACION-PLAN-TOTAL-TIPO.
           MOVE PERIODO-9 TO APORTACION-PLAN-TOTAL-PERIODO.
           MOVE CONT-PARTICIPES TO APORTACION-PLAN-TOTAL-LINEAS.
           MOVE TOTAL-TRABAJADOR TO APORTACION-PLAN-TOTAL-TRABAJADOR.
           MOVE TOTAL-EMPRESA TO APORTACION-PLAN-TOTAL-EMPRESA.
           MOVE TOTAL-GENERAL TO APORTACION-PLAN-TOTAL-GENERAL.
           WRITE APORTACION-PLAN-TOTAL-REGISTRO.

       IMPRIMIR-CONTROL.
      *Totales de control de la remesa, que son los de su linea T,
      *con el numero de lineas de nomina de las que salen.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-PARTICIPES TO CONT-EDITADO.
           STRING "PARTICIPES REMITIDOS:       " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           COMPUTE IMPORTE-PANTALLA = TOTAL-TRABAJADOR / 100.
           MOVE IMPORTE-PANTALLA TO TOTAL-EDITADO.
           MOVE CONT-LINEAS-TRABAJADOR TO CONT-EDITADO.
           STRING "APORTACION TRABAJADORES:    " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
                  "  LINEAS PPTR: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           COMPUTE IMPORTE-PANTALLA = TOTAL-EMPRESA / 100.
           MOVE IMPORTE-PANTALLA TO TOTAL-EDITADO.
           MOVE CONT-LINEAS-EMPRESA TO CONT-EDITADO.
           STRING "APORTACION EMPRESA:         " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
                  "  LINEAS PPEM: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           COMPUTE IMPORTE-PANTALLA = TOTAL-GENERAL / 100.
           MOVE IMPORTE-PANTALLA TO TOTAL-EDITADO.
           STRING "TOTAL A TRANSFERIR:         " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           IF CONT-SIN-PARTICIPE > 0
               MOVE SPACE TO INFORME-LINEA
               MOVE CONT-SIN-PARTICIPE TO CONT-EDITADO
               STRING "AVISO: APORTACIONES SIN NUMERO DE PARTICIPE: "
                      DELIMITED BY SIZE
                      CONT-EDITADO DELIMITED BY SIZE
                   INTO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
               DISPLAY INFORME-LINEA.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_APORTACIONES_PLAN.TXT" TO INFORME-NOMBRE.
           MOVE "REMESA-PLAN-PENSIONES" TO INFORME-PROGRAMA.
           MOVE "APORTACIONES AL PLAN DE PENSIONES DEL PERIODO"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "PERIODO " DELIMITED BY SIZE
                  PERIODO-9 DELIMITED BY SIZE
                  "   EMPLEADO / TRABAJADOR / EMPRESA"
                  DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-LINEA.
           MOVE "L" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       CERRAR-INFORME.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM REMESA-PLAN-PENSIONES.

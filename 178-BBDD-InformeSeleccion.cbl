       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-SELECCION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo de requisiciones de seleccion.
       COPY "copybooks/28-PhRequisiciones.cbl".
      *Archivo de candidatos por requisicion.
       COPY "copybooks/28-PhCandidatos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo de requisiciones de seleccion.
       COPY "copybooks/28-LoRequisiciones.cbl".
      *Archivo de candidatos por requisicion.
       COPY "copybooks/28-LoCandidatos.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-REQUISICIONES PIC X.
       77  FIN-CANDIDATOS PIC X.
       77  CANDIDATOS-DISPONIBLES PIC X.
       77  CONT-ABIERTAS PIC 9(5) COMP VALUE 0.
       77  CONT-PUESTOS-PENDIENTES PIC 9(5) COMP VALUE 0.
       77  CONT-EN-PROCESO PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  DIAS-ABIERTA PIC 9(5).

      *Candidatos de la requisicion en curso por etapa.
       01  CONT-PRESENTADOS PIC 9(3).
       01  CONT-CRIBADOS PIC 9(3).
       01  CONT-ENTREVISTADOS PIC 9(3).
       01  CONT-OFERTADOS PIC 9(3).
       01  CONT-ACEPTADOS PIC 9(3).
       01  CONT-RECHAZADOS PIC 9(3).
       01  PRESENTADOS-EDITADOS PIC ZZ9.
       01  CRIBADOS-EDITADOS PIC ZZ9.
       01  ENTREVISTADOS-EDITADOS PIC ZZ9.
       01  OFERTADOS-EDITADOS PIC ZZ9.
       01  ACEPTADOS-EDITADOS PIC ZZ9.
       01  RECHAZADOS-EDITADOS PIC ZZ9.
       01  DIAS-EDITADOS PIC ZZZZ9.

      *Dias que lleva abierta la requisicion: se cuentan avanzando
      *dia a dia desde la apertura hasta la fecha de negocio.
       01  FECHA-SIGUIENTE PIC 9(8).
       01  FECHA-SIGUIENTE-R REDEFINES FECHA-SIGUIENTE.
           05 SIGUIENTE-ANIO PIC 9(4).
           05 SIGUIENTE-MES PIC 9(2).
           05 SIGUIENTE-DIA PIC 9(2).
       01  DIAS-DEL-MES PIC 9(2).
       01  RESTO-BISIESTO PIC 9(4).
       01  COCIENTE-BISIESTO PIC 9(4).

       01  APERTURA-EDITADA.
           05 APERTURA-DIA PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 APERTURA-MES PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 APERTURA-ANIO PIC 9(4).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo de requisiciones de seleccion.
       COPY "copybooks/28-EstadoRequisiciones.cbl".
      *Estado del archivo de candidatos por requisicion.
       COPY "copybooks/28-EstadoCandidatos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ABRIR-INFORME.
           MOVE "N" TO FIN-REQUISICIONES.
           MOVE ZEROES TO REQUISICION-ID.
           START REQUISICIONES-ARCHIVO
               KEY IS NOT LESS THAN REQUISICION-ID
               INVALID KEY
                   MOVE "S" TO FIN-REQUISICIONES
           END-START.
           PERFORM LEER-SIGUIENTE-REQUISICION.
           PERFORM REVISAR-REQUISICION
           UNTIL FIN-REQUISICIONES = "S".
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Requisiciones abiertas: " CONT-ABIERTAS
                   " Puestos pendientes: " CONT-PUESTOS-PENDIENTES
                   " Candidatos en proceso: " CONT-EN-PROCESO.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT REQUISICIONES-ARCHIVO.
           IF REQUISICIONES-STATUS = "35"
               DISPLAY "No hay requisiciones de seleccion."
               STOP RUN.
           MOVE "S" TO CANDIDATOS-DISPONIBLES.
           OPEN INPUT CANDIDATOS-SELECCION-ARCHIVO.
           IF CANDIDATOS-SELECCION-STATUS NOT = "00"
               MOVE "N" TO CANDIDATOS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE REQUISICIONES-ARCHIVO.
           IF CANDIDATOS-DISPONIBLES = "S"
               CLOSE CANDIDATOS-SELECCION-ARCHIVO.

       LEER-SIGUIENTE-REQUISICION.
           READ REQUISICIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-REQUISICIONES
           END-READ.

       REVISAR-REQUISICION.
      *Solo las requisiciones abiertas entran en el informe; las
      *cubiertas y las canceladas ya no tienen proceso vivo.
           IF REQUISICION-ABIERTA
               ADD 1 TO CONT-ABIERTAS
               COMPUTE CONT-PUESTOS-PENDIENTES =
                       CONT-PUESTOS-PENDIENTES + REQUISICION-PUESTOS
                       - REQUISICION-CUBIERTOS
               PERFORM CALCULAR-DIAS-ABIERTA
               PERFORM CONTAR-CANDIDATOS
               PERFORM IMPRIMIR-REQUISICION.
           PERFORM LEER-SIGUIENTE-REQUISICION.

       CALCULAR-DIAS-ABIERTA.
           MOVE ZERO TO DIAS-ABIERTA.
           MOVE REQUISICION-FECHA-APERTURA TO FECHA-SIGUIENTE.
           PERFORM CONTAR-UN-DIA
           UNTIL FECHA-SIGUIENTE NOT < FECHA-DE-HOY.

       CONTAR-UN-DIA.
           ADD 1 TO DIAS-ABIERTA.
           PERFORM AVANZAR-UN-DIA.

       CONTAR-CANDIDATOS.
           MOVE ZERO TO CONT-PRESENTADOS CONT-CRIBADOS
                        CONT-ENTREVISTADOS CONT-OFERTADOS
                        CONT-ACEPTADOS CONT-RECHAZADOS.
           MOVE "N" TO FIN-CANDIDATOS.
           IF CANDIDATOS-DISPONIBLES = "N"
               MOVE "S" TO FIN-CANDIDATOS.
           MOVE REQUISICION-ID TO CANDIDATO-REQUISICION.
           MOVE ZEROES TO CANDIDATO-NUMERO.
           IF FIN-CANDIDATOS = "N"
               START CANDIDATOS-SELECCION-ARCHIVO
                   KEY IS NOT LESS THAN CANDIDATO-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-CANDIDATOS
               END-START.
           PERFORM CONTAR-UN-CANDIDATO
           UNTIL FIN-CANDIDATOS = "S".
           COMPUTE CONT-EN-PROCESO = CONT-EN-PROCESO
                   + CONT-PRESENTADOS + CONT-CRIBADOS
                   + CONT-ENTREVISTADOS + CONT-OFERTADOS.

       CONTAR-UN-CANDIDATO.
           READ CANDIDATOS-SELECCION-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CANDIDATOS
           END-READ.
           IF FIN-CANDIDATOS = "N" AND
              CANDIDATO-REQUISICION NOT = REQUISICION-ID
               MOVE "S" TO FIN-CANDIDATOS.
           IF FIN-CANDIDATOS = "N"
               IF CANDIDATO-PRESENTADO
                   ADD 1 TO CONT-PRESENTADOS
               ELSE
               IF CANDIDATO-CRIBADO
                   ADD 1 TO CONT-CRIBADOS
               ELSE
               IF CANDIDATO-ENTREVISTADO
                   ADD 1 TO CONT-ENTREVISTADOS
               ELSE
               IF CANDIDATO-OFERTADO
                   ADD 1 TO CONT-OFERTADOS
               ELSE
               IF CANDIDATO-ACEPTADO
                   ADD 1 TO CONT-ACEPTADOS
               ELSE
                   ADD 1 TO CONT-RECHAZADOS.

       IMPRIMIR-REQUISICION.
           MOVE REQUISICION-FECHA-APERTURA (7:2) TO APERTURA-DIA.
           MOVE REQUISICION-FECHA-APERTURA (5:2) TO APERTURA-MES.
           MOVE REQUISICION-FECHA-APERTURA (1:4) TO APERTURA-ANIO.
           MOVE DIAS-ABIERTA TO DIAS-EDITADOS.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "REQ. " DELIMITED BY SIZE
                  REQUISICION-ID DELIMITED BY SIZE
                  " PLAZA " DELIMITED BY SIZE
                  REQUISICION-DEPARTAMENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REQUISICION-GRADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REQUISICION-EJERCICIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REQUISICION-DESCRIPCION DELIMITED BY SIZE
                  " ABIERTA " DELIMITED BY SIZE
                  APERTURA-EDITADA DELIMITED BY SIZE
                  " DIAS " DELIMITED BY SIZE
                  DIAS-EDITADOS DELIMITED BY SIZE
                  " CUBIERTOS " DELIMITED BY SIZE
                  REQUISICION-CUBIERTOS DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  REQUISICION-PUESTOS DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-PRESENTADOS TO PRESENTADOS-EDITADOS.
           MOVE CONT-CRIBADOS TO CRIBADOS-EDITADOS.
           MOVE CONT-ENTREVISTADOS TO ENTREVISTADOS-EDITADOS.
           MOVE CONT-OFERTADOS TO OFERTADOS-EDITADOS.
           MOVE CONT-ACEPTADOS TO ACEPTADOS-EDITADOS.
           MOVE CONT-RECHAZADOS TO RECHAZADOS-EDITADOS.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   PRESENTADOS: " DELIMITED BY SIZE
                  PRESENTADOS-EDITADOS DELIMITED BY SIZE
                  "  CRIBADOS: " DELIMITED BY SIZE
                  CRIBADOS-EDITADOS DELIMITED BY SIZE
                  "  ENTREVISTADOS: " DELIMITED BY SIZE
                  ENTREVISTADOS-EDITADOS DELIMITED BY SIZE
                  "  OFERTADOS: " DELIMITED BY SIZE
                  OFERTADOS-EDITADOS DELIMITED BY SIZE
                  "  ACEPTADOS: " DELIMITED BY SIZE
                  ACEPTADOS-EDITADOS DELIMITED BY SIZE
                  "  RECHAZADOS: " DELIMITED BY SIZE
                  RECHAZADOS-EDITADOS DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       AVANZAR-UN-DIA.
           PERFORM OBTENER-DIAS-DEL-MES.
           IF SIGUIENTE-DIA < DIAS-DEL-MES
               ADD 1 TO SIGUIENTE-DIA
           ELSE
               MOVE 1 TO SIGUIENTE-DIA
               IF SIGUIENTE-MES < 12
                   ADD 1 TO SIGUIENTE-MES
               ELSE
                   MOVE 1 TO SIGUIENTE-MES
                   ADD 1 TO SIGUIENTE-ANIO.

       OBTENER-DIAS-DEL-MES.
           MOVE 31 TO DIAS-DEL-MES.
           IF SIGUIENTE-MES = 4 OR SIGUIENTE-MES = 6 OR
              SIGUIENTE-MES = 9 OR SIGUIENTE-MES = 11
               MOVE 30 TO DIAS-DEL-MES.
           IF SIGUIENTE-MES = 2
               MOVE 28 TO DIAS-DEL-MES
               PERFORM COMPROBAR-BISIESTO.

       COMPROBAR-BISIESTO.
           DIVIDE SIGUIENTE-ANIO BY 4 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 29 TO DIAS-DEL-MES.
           DIVIDE SIGUIENTE-ANIO BY 100 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 28 TO DIAS-DEL-MES.
           DIVIDE SIGUIENTE-ANIO BY 400 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 29 TO DIAS-DEL-MES.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_SELECCION.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-SELECCION" TO INFORME-PROGRAMA.
           MOVE "REQUISICIONES ABIERTAS Y CANDIDATOS"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-ABIERTAS TO CONT-EDITADO.
           STRING "REQUISICIONES ABIERTAS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-PUESTOS-PENDIENTES TO CONT-EDITADO.
           STRING "PUESTOS PENDIENTES DE CUBRIR: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-EN-PROCESO TO CONT-EDITADO.
           STRING "CANDIDATOS EN PROCESO: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM INFORME-SELECCION.

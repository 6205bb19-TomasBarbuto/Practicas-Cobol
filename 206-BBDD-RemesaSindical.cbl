       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESA-SINDICAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de sindicatos.
       COPY "copybooks/28-PhSindicatos.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".
      *Archivo de acumulados anuales por empleado.
       COPY "copybooks/28-PhAcumuladosAnuales.cbl".
      *Archivo mensual de remesa de cuotas sindicales.
       COPY "copybooks/28-PhRemesaSindical.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de sindicatos.
       COPY "copybooks/28-LoSindicatos.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".
      *Archivo de acumulados anuales por empleado.
       COPY "copybooks/28-LoAcumuladosAnuales.cbl".
      *Archivo mensual de remesa de cuotas sindicales.
       COPY "copybooks/28-LoRemesaSindical.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
       77  FIN-LECTURA PIC X.
       77  EMPLEADOS-DISPONIBLES PIC X VALUE "N".
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  AVISO-SINDICATOS-LLENA PIC X VALUE "N".
       77  SUB-S PIC 9(4) COMP VALUE 0.
       77  SUB-M PIC 9(4) COMP VALUE 0.
       77  POSICION-SINDICATO PIC 9(4) COMP VALUE 0.
       77  CONT-SINDICATOS PIC 9(4) COMP VALUE 0.
       77  CONT-MIEMBROS PIC 9(4) COMP VALUE 0.
       77  CONT-TRANSFERENCIAS PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-SINDICATO PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  PERIODO-X PIC X(6).
       01  PERIODO-9 REDEFINES PERIODO-X PIC 9(6).
       01  PERIODO-R REDEFINES PERIODO-X.
           05 PERIODO-ANIO PIC 9(4).
           05 PERIODO-MES PIC 9(2).
       01  RESNOM-ANIO-MES-R.
           05 RESNOM-ANIO PIC 9(4).
           05 FILLER PIC 9(2).

      *Sindicatos del maestro con lo que les toca en el periodo; la
      *fila cero de los afiliados son las cuotas sin sindicato
      *destinatario (la cuota plana antigua o un codigo que ya no
      *esta en el maestro), que se listan pero no se remiten.
       01  TABLA-SINDICATOS.
           05 SINDICATO-FILA OCCURS 50 TIMES.
               10 TABLA-CODIGO PIC X(4).
               10 TABLA-NOMBRE PIC X(30).
               10 TABLA-IBAN PIC X(24).
               10 TABLA-AFILIADOS PIC 9(5) COMP.
               10 TABLA-IMPORTE PIC 9(13).

       01  TABLA-MIEMBROS.
           05 MIEMBRO-FILA OCCURS 2000 TIMES.
               10 MIEMBRO-SINDICATO PIC 9(4) COMP.
               10 MIEMBRO-ID PIC X(6).
               10 MIEMBRO-IMPORTE PIC 9(13).

       01  IMPORTE-CENTIMOS PIC 9(13).
       01  TOTAL-REMESA PIC 9(13) VALUE 0.
       01  TOTAL-SIN-SINDICATO PIC 9(13) VALUE 0.

      *Control contra los acumulados anuales: cuotas del ejercicio
      *en el historico de resultados frente a ACUANUAL-SINDICAL.
       01  SINDICAL-RESULTADOS-ANIO PIC S9(11)V99 VALUE 0.
       01  SINDICAL-ACUMULADOS-ANIO PIC S9(11)V99 VALUE 0.
       01  DIFERENCIA-CONTROL PIC S9(11)V99 VALUE 0.

       01  IMPORTE-PANTALLA PIC 9(11)V99.
       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
       01  CONTROL-EDITADO PIC -$$$,$$$,$$9.99.
       01  NOMBRE-EMPLEADO PIC X(51).

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de sindicatos.
       COPY "copybooks/28-EstadoSindicatos.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".
      *Estado del archivo de acumulados anuales.
       COPY "copybooks/28-EstadoAcumuladosAnuales.cbl".
      *Estado del archivo de remesa de cuotas sindicales.
       COPY "copybooks/28-EstadoRemesaSindical.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Las cuotas retenidas en la nomina del periodo se agrupan por
      *el sindicato que la nomina anoto en la linea SIND: una
      *transferencia por sindicato con su lista de afiliados, y un
      *control del ejercicio contra los acumulados anuales.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM PEDIR-PERIODO.
           PERFORM CARGAR-SINDICATOS.
           PERFORM RECORRER-RESULTADOS.
           PERFORM SUMAR-ACUMULADOS.
           MOVE "S" TO EMPLEADOS-DISPONIBLES.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO EMPLEADOS-DISPONIBLES.
           PERFORM ABRIR-INFORME.
           OPEN OUTPUT REMESA-SINDICAL-ARCHIVO.
           PERFORM EMITIR-SINDICATO
           VARYING SUB-S FROM 1 BY 1 UNTIL SUB-S > CONT-SINDICATOS.
           IF CONT-SIN-SINDICATO > 0
               PERFORM LISTAR-SIN-SINDICATO.
           PERFORM ESCRIBIR-TOTAL-REMESA.
           CLOSE REMESA-SINDICAL-ARCHIVO.
           IF EMPLEADOS-DISPONIBLES = "S"
               CLOSE EMPLEADOS-ARCHIVO.
           PERFORM IMPRIMIR-CONTROL.
           PERFORM CERRAR-INFORME.
           DISPLAY " ".
           DISPLAY "Periodo remitido: " PERIODO-9.
           DISPLAY "Transferencias a sindicatos: " CONT-TRANSFERENCIAS.
           DISPLAY "Cuotas sin sindicato destinatario: "
                   CONT-SIN-SINDICATO.
           STOP RUN.

       PEDIR-PERIODO.
           DISPLAY "Periodo a remitir (AAAAMM, en blanco = mes de la "
                   "fecha de negocio): ".
           ACCEPT PERIODO-X.
           IF PERIODO-X NOT NUMERIC
               COMPUTE PERIODO-9 = FECHA-DE-HOY / 100
           ELSE
               IF PERIODO-MES < 1 OR PERIODO-MES > 12
                   COMPUTE PERIODO-9 = FECHA-DE-HOY / 100
                   DISPLAY "Periodo no valido, se usa " PERIODO-9.

       CARGAR-SINDICATOS.
           MOVE "N" TO FIN-LECTURA.
           OPEN INPUT SINDICATOS-ARCHIVO.
           IF SINDICATOS-ARCHIVO-STATUS NOT = "00"
               DISPLAY "No hay maestro de sindicatos, ninguna cuota "
                       "se puede remitir."
               MOVE "S" TO FIN-LECTURA.
           PERFORM CARGAR-UN-SINDICATO
           UNTIL FIN-LECTURA = "S".
           IF SINDICATOS-ARCHIVO-STATUS NOT = "35"
               CLOSE SINDICATOS-ARCHIVO.

       CARGAR-UN-SINDICATO.
           READ SINDICATOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N"
               IF CONT-SINDICATOS < 50
                   ADD 1 TO CONT-SINDICATOS
                   MOVE SINDICATO-CODIGO
                       TO TABLA-CODIGO (CONT-SINDICATOS)
                   MOVE SINDICATO-NOMBRE
                       TO TABLA-NOMBRE (CONT-SINDICATOS)
                   MOVE SINDICATO-IBAN TO TABLA-IBAN (CONT-SINDICATOS)
                   MOVE 0 TO TABLA-AFILIADOS (CONT-SINDICATOS)
                   MOVE ZERO TO TABLA-IMPORTE (CONT-SINDICATOS)
               ELSE
                   IF AVISO-SINDICATOS-LLENA = "N"
                       DISPLAY "Aviso: mas de 50 sindicatos, las "
                               "cuotas de los siguientes salen sin "
                               "sindicato destinatario."
                       MOVE "S" TO AVISO-SINDICATOS-LLENA.

       RECORRER-RESULTADOS.
      *Una sola pasada por el historico: las lineas SIND del
      *periodo se anotan para la remesa y las de todo el ejercicio
      *se suman para el control contra los acumulados.
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
           IF FIN-LECTURA = "N" AND RESNOM-CONCEPTO = "SIND"
               MOVE RESNOM-ANIO-MES TO RESNOM-ANIO-MES-R
               IF RESNOM-ANIO = PERIODO-ANIO
                   ADD RESNOM-IMPORTE TO SINDICAL-RESULTADOS-ANIO
               END-IF
               IF RESNOM-ANIO-MES = PERIODO-9
                   PERFORM ANOTAR-CUOTA.

       ANOTAR-CUOTA.
           MOVE 0 TO POSICION-SINDICATO.
           IF RESNOM-SINDICATO NOT = SPACE
               MOVE 1 TO SUB-S
               PERFORM BUSCAR-SINDICATO
               UNTIL SUB-S > CONT-SINDICATOS OR
                     POSICION-SINDICATO > 0.
           COMPUTE IMPORTE-CENTIMOS = RESNOM-IMPORTE * 100.
           IF CONT-MIEMBROS < 2000
               ADD 1 TO CONT-MIEMBROS
               MOVE POSICION-SINDICATO
                   TO MIEMBRO-SINDICATO (CONT-MIEMBROS)
               MOVE RESNOM-EMPLEADOS-ID TO MIEMBRO-ID (CONT-MIEMBROS)
               MOVE IMPORTE-CENTIMOS TO MIEMBRO-IMPORTE (CONT-MIEMBROS)
               IF POSICION-SINDICATO > 0
                   ADD 1 TO TABLA-AFILIADOS (POSICION-SINDICATO)
                   ADD IMPORTE-CENTIMOS
                       TO TABLA-IMPORTE (POSICION-SINDICATO)
               ELSE
                   ADD 1 TO CONT-SIN-SINDICATO
                   ADD IMPORTE-CENTIMOS TO TOTAL-SIN-SINDICATO
               END-IF
           ELSE
               IF AVISO-TABLA-LLENA = "N"
                   DISPLAY "Aviso: mas de 2000 cuotas en el periodo, "
                           "la remesa no incluye las siguientes."
                   MOVE "S" TO AVISO-TABLA-LLENA.

       BUSCAR-SINDICATO.
           IF TABLA-CODIGO (SUB-S) = RESNOM-SINDICATO
               MOVE SUB-S TO POSICION-SINDICATO.
           ADD 1 TO SUB-S.

       SUMAR-ACUMULADOS.
           MOVE "N" TO FIN-LECTURA.
           OPEN INPUT ACUMULADOS-ANUALES-ARCHIVO.
           IF ACUMULADOS-ANUALES-STATUS NOT = "00"
               MOVE "S" TO FIN-LECTURA.
           PERFORM LEER-ACUMULADO
           UNTIL FIN-LECTURA = "S".
           IF ACUMULADOS-ANUALES-STATUS NOT = "35"
               CLOSE ACUMULADOS-ANUALES-ARCHIVO.

       LEER-ACUMULADO.
           READ ACUMULADOS-ANUALES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N" AND ACUANUAL-ANIO = PERIODO-ANIO
               ADD ACUANUAL-SINDICAL TO SINDICAL-ACUMULADOS-ANIO.

       EMITIR-SINDICATO.
      *Linea de transferencia del sindicato y una linea por afiliado
      *en el archivo y en el informe. El sindicato sin cuotas en el
      *periodo no recibe transferencia.
           IF TABLA-AFILIADOS (SUB-S) > 0
               ADD 1 TO CONT-TRANSFERENCIAS
               ADD TABLA-IMPORTE (SUB-S) TO TOTAL-REMESA
               MOVE SPACE TO REMESA-SINDICATO-REGISTRO
               MOVE "S" TO REMESA-SINDICATO-TIPO
               MOVE TABLA-CODIGO (SUB-S) TO REMESA-SINDICATO-CODIGO
               MOVE TABLA-IBAN (SUB-S) TO REMESA-SINDICATO-IBAN
               MOVE TABLA-NOMBRE (SUB-S) TO REMESA-SINDICATO-NOMBRE
               MOVE TABLA-AFILIADOS (SUB-S)
                   TO REMESA-SINDICATO-AFILIADOS
               MOVE TABLA-IMPORTE (SUB-S) TO REMESA-SINDICATO-IMPORTE
               MOVE PERIODO-9 TO REMESA-SINDICATO-PERIODO
               WRITE REMESA-SINDICATO-REGISTRO
               PERFORM IMPRIMIR-CABECERA-SINDICATO
               PERFORM EMITIR-AFILIADO
               VARYING SUB-M FROM 1 BY 1 UNTIL SUB-M > CONT-MIEMBROS.

       IMPRIMIR-CABECERA-SINDICATO.
           MOVE SPACE TO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           COMPUTE IMPORTE-PANTALLA = TABLA-IMPORTE (SUB-S) / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           MOVE TABLA-AFILIADOS (SUB-S) TO CONT-EDITADO.
           STRING "SINDICATO " DELIMITED BY SIZE
                  TABLA-CODIGO (SUB-S) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TABLA-NOMBRE (SUB-S) DELIMITED BY SIZE
                  " AFILIADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  " TOTAL: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "  TRANSFERENCIA A " DELIMITED BY SIZE
                  TABLA-IBAN (SUB-S) DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       EMITIR-AFILIADO.
           IF MIEMBRO-SINDICATO (SUB-M) = SUB-S
               MOVE SPACE TO REMESA-SINDICAL-REGISTRO
               MOVE "D" TO REMESA-SINDICAL-TIPO
               MOVE TABLA-CODIGO (SUB-S) TO REMESA-SINDICAL-CODIGO
               MOVE MIEMBRO-ID (SUB-M) TO REMESA-SINDICAL-ID
               MOVE MIEMBRO-IMPORTE (SUB-M) TO REMESA-SINDICAL-IMPORTE
               WRITE REMESA-SINDICAL-REGISTRO
               PERFORM IMPRIMIR-AFILIADO.

       IMPRIMIR-AFILIADO.
           MOVE SPACE TO NOMBRE-EMPLEADO.
           IF EMPLEADOS-DISPONIBLES = "S"
               MOVE MIEMBRO-ID (SUB-M) TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE "NO ESTA EN EL MAESTRO"
                           TO NOMBRE-EMPLEADO
                   NOT INVALID KEY
                       STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              EMPLEADOS-APELLIDOS DELIMITED BY "  "
                           INTO NOMBRE-EMPLEADO
               END-READ.
           COMPUTE IMPORTE-PANTALLA = MIEMBRO-IMPORTE (SUB-M) / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "  " DELIMITED BY SIZE
                  MIEMBRO-ID (SUB-M) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-EMPLEADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       LISTAR-SIN-SINDICATO.
      *Cuotas retenidas que no tienen a quien remitirse: quedan en
      *el informe para que se regularicen, no en la remesa.
           MOVE SPACE TO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           COMPUTE IMPORTE-PANTALLA = TOTAL-SIN-SINDICATO / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           MOVE CONT-SIN-SINDICATO TO CONT-EDITADO.
           STRING "CUOTAS SIN SINDICATO DESTINATARIO, NO REMITIDAS: "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  " TOTAL: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           PERFORM IMPRIMIR-SIN-SINDICATO
           VARYING SUB-M FROM 1 BY 1 UNTIL SUB-M > CONT-MIEMBROS.

       IMPRIMIR-SIN-SINDICATO.
           IF MIEMBRO-SINDICATO (SUB-M) = 0
               PERFORM IMPRIMIR-AFILIADO.

       ESCRIBIR-TOTAL-REMESA.
           MOVE SPACE TO REMESA-SINDICAL-TOTAL-REGISTRO.
           MOVE "T" TO REMESA-SINDICAL-TOTAL-TIPO.
           MOVE CONT-TRANSFERENCIAS TO REMESA-SINDICAL-TOTAL-LINEAS.
           MOVE TOTAL-REMESA TO REMESA-SINDICAL-TOTAL-IMPORTE.
           WRITE REMESA-SINDICAL-TOTAL-REGISTRO.

       IMPRIMIR-CONTROL.
      *El control vale cuando el ejercicio no tiene pasadas
      *posteriores sin remitir: lo retenido segun el historico y lo
      *sumado en los acumulados anuales deben coincidir.
           COMPUTE DIFERENCIA-CONTROL =
                   SINDICAL-RESULTADOS-ANIO - SINDICAL-ACUMULADOS-ANIO.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           COMPUTE IMPORTE-PANTALLA = TOTAL-REMESA / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           MOVE CONT-TRANSFERENCIAS TO CONT-EDITADO.
           STRING "TRANSFERENCIAS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "  IMPORTE REMITIDO: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           MOVE SINDICAL-RESULTADOS-ANIO TO CONTROL-EDITADO.
           STRING "CONTROL EJERCICIO " DELIMITED BY SIZE
                  PERIODO-ANIO DELIMITED BY SIZE
                  " CUOTAS EN RESULTADOS: " DELIMITED BY SIZE
                  CONTROL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           MOVE SINDICAL-ACUMULADOS-ANIO TO CONTROL-EDITADO.
           STRING "                       EN ACUMULADOS ANUALES: "
                  DELIMITED BY SIZE
                  CONTROL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           IF DIFERENCIA-CONTROL = 0
               MOVE "CONTROL CUADRADO CON ACUMULADOS ANUALES"
                   TO INFORME-LINEA
           ELSE
               MOVE DIFERENCIA-CONTROL TO CONTROL-EDITADO
               STRING "DESCUADRE CON ACUMULADOS ANUALES: "
                      DELIMITED BY SIZE
                      CONTROL-EDITADO DELIMITED BY SIZE
                   INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_REMESA_SINDICAL.TXT" TO INFORME-NOMBRE.
           MOVE "REMESA-SINDICAL" TO INFORME-PROGRAMA.
           MOVE "REMESA DE CUOTAS SINDICALES POR SINDICATO"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-LINEA.
           MOVE "L" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       CERRAR-INFORME.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM REMESA-SINDICAL.

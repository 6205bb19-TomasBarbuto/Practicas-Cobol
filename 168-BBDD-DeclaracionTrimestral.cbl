       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARACION-TRIMESTRAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".
      *Archivo de acumulados anuales por empleado.
       COPY "copybooks/28-PhAcumuladosAnuales.cbl".
      *Archivo de presentacion del resumen trimestral.
       COPY "copybooks/28-PhRetencionesTrimestre.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".
      *Archivo de acumulados anuales por empleado.
       COPY "copybooks/28-LoAcumuladosAnuales.cbl".
      *Archivo de presentacion del resumen trimestral.
       COPY "copybooks/28-LoRetencionesTrimestre.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-RESULTADOS PIC X.
       77  FIN-ACUMULADOS PIC X.
       77  FIN-BUSQUEDA PIC X.
       77  LINEA-VALIDA PIC X.
       77  ACUMULADOS-DISPONIBLES PIC X VALUE "N".
       77  ACUMULADO-ENCONTRADO PIC X.
       77  RESULTADOS-DEL-EJERCICIO PIC X.
       77  SI-NO PIC X.
       77  SUB-T PIC 9(1) COMP VALUE 0.
       77  TRIMESTRE-LINEA PIC 9(1) COMP VALUE 0.
       77  CONT-DESCUADRES PIC 9(5) COMP VALUE 0.
       77  CONT-EMPLEADOS-CONCILIADOS PIC 9(7) COMP VALUE 0.

      *Ejercicio y trimestre declarados.
       77  EJERCICIO PIC 9(4).
       77  TRIMESTRE PIC 9(1).
       01  FECHA-DE-HOY PIC 9(8).
       01  ANIO-LINEA PIC 9(4).
       01  MES-LINEA PIC 9(2).

      *Importes del empleado en curso por trimestre del ejercicio:
      *devengo sujeto a IRPF (la base de la linea de retencion, que
      *no incluye los complementos que no tributan), parte en
      *especie o de atrasos (devengos, y la especie informativa de
      *la retribucion flexible, con clave de percepcion distinta de
      *la ordinaria) y retencion.
       01  TRABAJADOR-ACTUAL PIC X(6).
       01  TABLA-TRIMESTRES.
           05 TRIMESTRE-FILA OCCURS 4 TIMES.
               10 TRIM-BRUTO PIC S9(9)V99.
               10 TRIM-ESPECIE PIC S9(9)V99.
               10 TRIM-IRPF PIC S9(9)V99.
       01  SUMA-IRPF-TRIMESTRES PIC S9(9)V99.
       01  DIFERENCIA-IRPF PIC S9(9)V99.

      *Reparto del trimestre declarado del empleado en curso. La
      *retencion se practica sobre el devengo total, y se reparte
      *entre las dos claves en proporcion a su importe.
       01  IMPORTE-DINERARIO PIC S9(9)V99.
       01  RETENCION-ESPECIE PIC S9(9)V99.
       01  RETENCION-DINERARIA PIC S9(9)V99.

      *Totales de la declaracion.
       01  PERCEPTORES-DINERARIAS PIC 9(7) VALUE 0.
       01  PERCEPTORES-ESPECIE PIC 9(7) VALUE 0.
       01  PERCEPTORES-TOTAL PIC 9(7) VALUE 0.
       01  TOTAL-DINERARIAS PIC S9(11)V99 VALUE 0.
       01  TOTAL-ESPECIE PIC S9(11)V99 VALUE 0.
       01  TOTAL-RETENCION-DINERARIAS PIC S9(11)V99 VALUE 0.
       01  TOTAL-RETENCION-ESPECIE PIC S9(11)V99 VALUE 0.
       01  IMPORTE-CENTIMOS PIC 9(13).

       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99-.
       01  IMPORTE-EDITADO-2 PIC $$$,$$$,$$9.99-.
       01  IMPORTE-EDITADO-3 PIC $$$,$$$,$$9.99-.
       01  IMPORTE-EDITADO-4 PIC $$$,$$$,$$9.99-.
       01  CONT-EDITADO PIC ZZZZZZ9.

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".
      *Estado del archivo de acumulados anuales.
       COPY "copybooks/28-EstadoAcumuladosAnuales.cbl".
      *Estado del archivo de presentacion del resumen trimestral.
       COPY "copybooks/28-EstadoRetencionesTrimestre.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           DISPLAY "Ejercicio a declarar (AAAA): ".
           ACCEPT EJERCICIO.
           MOVE 0 TO TRIMESTRE.
           PERFORM PEDIR-TRIMESTRE
           UNTIL TRIMESTRE > 0 AND TRIMESTRE < 5.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ABRIR-INFORME.
      *Primero se concilian los cuatro trimestres del ejercicio con
      *los acumulados anuales; la declaracion solo se genera si
      *cuadran o si el responsable lo confirma a la vista de los
      *descuadres.
           MOVE SPACE TO TRABAJADOR-ACTUAL.
           MOVE "N" TO FIN-RESULTADOS.
           PERFORM LEER-RESULTADO.
           PERFORM ACUMULAR-RESULTADO
           UNTIL FIN-RESULTADOS = "S".
           IF TRABAJADOR-ACTUAL NOT = SPACE
               PERFORM CERRAR-TRABAJADOR.
           PERFORM REPASAR-ACUMULADOS.
           PERFORM DECIDIR-GENERACION.
           IF SI-NO = "S"
               PERFORM ESCRIBIR-DECLARACION
               PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM MOSTRAR-RESUMEN.
           STOP RUN.

       PEDIR-TRIMESTRE.
           DISPLAY "Trimestre a declarar (1-4): ".
           ACCEPT TRIMESTRE.
           IF TRIMESTRE < 1 OR TRIMESTRE > 4
               DISPLAY "El trimestre debe estar entre 1 y 4.".

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS = "35"
               DISPLAY "No hay resultados de nomina guardados, no "
                       "hay nada que declarar."
               STOP RUN.
           MOVE "S" TO ACUMULADOS-DISPONIBLES.
           OPEN INPUT ACUMULADOS-ANUALES-ARCHIVO.
           IF ACUMULADOS-ANUALES-STATUS = "35"
               MOVE "N" TO ACUMULADOS-DISPONIBLES
               DISPLAY "Sin archivo de acumulados anuales: todos los "
                       "empleados con retencion saldran descuadrados.".

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE RESULTADOS-NOMINA-ARCHIVO.
           IF ACUMULADOS-DISPONIBLES = "S"
               CLOSE ACUMULADOS-ANUALES-ARCHIVO.

       LEER-RESULTADO.
      *Cuentan las lineas del ejercicio de la nomina mensual y de la
      *paga extra; la pasada de atrasos es una valoracion que tributa
      *cuando la cobra la nomina siguiente.
           MOVE "N" TO LINEA-VALIDA.
           PERFORM LEER-LINEA-RESULTADO
           UNTIL FIN-RESULTADOS = "S" OR LINEA-VALIDA = "S".

       LEER-LINEA-RESULTADO.
           READ RESULTADOS-NOMINA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-RESULTADOS
           END-READ.
           IF FIN-RESULTADOS = "N"
               COMPUTE ANIO-LINEA = RESNOM-ANIO-MES / 100
               IF ANIO-LINEA = EJERCICIO AND NOT RESNOM-PASADA-RETRO
                   MOVE "S" TO LINEA-VALIDA.

       ACUMULAR-RESULTADO.
           IF RESNOM-EMPLEADOS-ID NOT = TRABAJADOR-ACTUAL
               IF TRABAJADOR-ACTUAL NOT = SPACE
                   PERFORM CERRAR-TRABAJADOR
               END-IF
               MOVE RESNOM-EMPLEADOS-ID TO TRABAJADOR-ACTUAL
               MOVE 1 TO SUB-T
               PERFORM PONER-TRIMESTRE-A-CERO
               UNTIL SUB-T > 4.
           COMPUTE MES-LINEA = RESNOM-ANIO-MES - (ANIO-LINEA * 100).
           COMPUTE TRIMESTRE-LINEA = (MES-LINEA + 2) / 3.
           IF TRIMESTRE-LINEA < 1 OR TRIMESTRE-LINEA > 4
               MOVE 4 TO TRIMESTRE-LINEA.
           IF RESNOM-CONCEPTO = "IRPF"
               ADD RESNOM-BASE TO TRIM-BRUTO (TRIMESTRE-LINEA)
               ADD RESNOM-IMPORTE TO TRIM-IRPF (TRIMESTRE-LINEA).
           IF (RESNOM-DEVENGO OR RESNOM-INFORMATIVO) AND
              NOT RESNOM-PERCEPCION-ORDINARIA
               ADD RESNOM-IMPORTE TO TRIM-ESPECIE (TRIMESTRE-LINEA).
           PERFORM LEER-RESULTADO.

       PONER-TRIMESTRE-A-CERO.
           MOVE ZERO TO TRIM-BRUTO (SUB-T).
           MOVE ZERO TO TRIM-ESPECIE (SUB-T).
           MOVE ZERO TO TRIM-IRPF (SUB-T).
           ADD 1 TO SUB-T.

       CERRAR-TRABAJADOR.
           PERFORM CONCILIAR-TRABAJADOR.
           IF TRIM-BRUTO (TRIMESTRE) NOT = 0 OR
              TRIM-IRPF (TRIMESTRE) NOT = 0
               PERFORM DECLARAR-TRABAJADOR.

       CONCILIAR-TRABAJADOR.
      *La suma de las retenciones de los cuatro trimestres en el
      *historico de resultados debe ser la retencion acumulada del
      *ejercicio.
           ADD 1 TO CONT-EMPLEADOS-CONCILIADOS.
           MOVE ZERO TO SUMA-IRPF-TRIMESTRES.
           MOVE 1 TO SUB-T.
           PERFORM SUMAR-IRPF-TRIMESTRE
           UNTIL SUB-T > 4.
           MOVE "N" TO ACUMULADO-ENCONTRADO.
           MOVE ZERO TO ACUANUAL-IRPF.
           IF ACUMULADOS-DISPONIBLES = "S"
               MOVE TRABAJADOR-ACTUAL TO ACUANUAL-EMPLEADOS-ID
               MOVE EJERCICIO TO ACUANUAL-ANIO
               READ ACUMULADOS-ANUALES-ARCHIVO
                   INVALID KEY
                       MOVE ZERO TO ACUANUAL-IRPF
                   NOT INVALID KEY
                       MOVE "S" TO ACUMULADO-ENCONTRADO
               END-READ.
           COMPUTE DIFERENCIA-IRPF =
                   SUMA-IRPF-TRIMESTRES - ACUANUAL-IRPF.
           IF DIFERENCIA-IRPF NOT = 0
               PERFORM LISTAR-DESCUADRE.

       SUMAR-IRPF-TRIMESTRE.
           ADD TRIM-IRPF (SUB-T) TO SUMA-IRPF-TRIMESTRES.
           ADD 1 TO SUB-T.

       LISTAR-DESCUADRE.
           ADD 1 TO CONT-DESCUADRES.
           MOVE "L" TO INFORME-OPERACION.
           IF CONT-DESCUADRES = 1
               MOVE "EMPLEADOS CUYOS TRIMESTRES NO CUADRAN CON EL "
                   & "ACUMULADO ANUAL" TO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE TRIM-IRPF (1) TO IMPORTE-EDITADO.
           MOVE TRIM-IRPF (2) TO IMPORTE-EDITADO-2.
           MOVE TRIM-IRPF (3) TO IMPORTE-EDITADO-3.
           MOVE TRIM-IRPF (4) TO IMPORTE-EDITADO-4.
           MOVE SPACE TO INFORME-LINEA.
           STRING "ID: " DELIMITED BY SIZE
                  TRABAJADOR-ACTUAL DELIMITED BY SIZE
                  " T1: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " T2: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-2 DELIMITED BY SIZE
                  " T3: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-3 DELIMITED BY SIZE
                  " T4: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-4 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SUMA-IRPF-TRIMESTRES TO IMPORTE-EDITADO.
           MOVE ACUANUAL-IRPF TO IMPORTE-EDITADO-2.
           MOVE DIFERENCIA-IRPF TO IMPORTE-EDITADO-3.
           MOVE SPACE TO INFORME-LINEA.
           IF ACUMULADO-ENCONTRADO = "S"
               STRING "           SUMA: " DELIMITED BY SIZE
                      IMPORTE-EDITADO DELIMITED BY SIZE
                      " ACUMULADO: " DELIMITED BY SIZE
                      IMPORTE-EDITADO-2 DELIMITED BY SIZE
                      " DIF: " DELIMITED BY SIZE
                      IMPORTE-EDITADO-3 DELIMITED BY SIZE
                   INTO INFORME-LINEA
           ELSE
               STRING "           SUMA: " DELIMITED BY SIZE
                      IMPORTE-EDITADO DELIMITED BY SIZE
                      " SIN ACUMULADO ANUAL DEL EJERCICIO"
                          DELIMITED BY SIZE
                   INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY "Descuadre de retenciones: " TRABAJADOR-ACTUAL.

       DECLARAR-TRABAJADOR.
           ADD 1 TO PERCEPTORES-TOTAL.
           COMPUTE IMPORTE-DINERARIO = TRIM-BRUTO (TRIMESTRE)
                   - TRIM-ESPECIE (TRIMESTRE).
           MOVE ZERO TO RETENCION-ESPECIE.
           IF TRIM-BRUTO (TRIMESTRE) NOT = 0
               COMPUTE RETENCION-ESPECIE ROUNDED =
                       TRIM-IRPF (TRIMESTRE) * TRIM-ESPECIE (TRIMESTRE)
                       / TRIM-BRUTO (TRIMESTRE).
           COMPUTE RETENCION-DINERARIA = TRIM-IRPF (TRIMESTRE)
                   - RETENCION-ESPECIE.
           IF IMPORTE-DINERARIO NOT = 0 OR RETENCION-DINERARIA NOT = 0
               ADD 1 TO PERCEPTORES-DINERARIAS.
           IF TRIM-ESPECIE (TRIMESTRE) NOT = 0
               ADD 1 TO PERCEPTORES-ESPECIE.
           ADD IMPORTE-DINERARIO TO TOTAL-DINERARIAS.
           ADD TRIM-ESPECIE (TRIMESTRE) TO TOTAL-ESPECIE.
           ADD RETENCION-DINERARIA TO TOTAL-RETENCION-DINERARIAS.
           ADD RETENCION-ESPECIE TO TOTAL-RETENCION-ESPECIE.

       REPASAR-ACUMULADOS.
      *Acumulados del ejercicio con retencion de empleados que no
      *tienen ninguna linea de nomina ni de paga extra en el
      *historico de resultados: tambien son descuadres.
           IF ACUMULADOS-DISPONIBLES = "S"
               MOVE LOW-VALUES TO ACUANUAL-CLAVE
               START ACUMULADOS-ANUALES-ARCHIVO
                   KEY IS NOT LESS THAN ACUANUAL-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-ACUMULADOS
                   NOT INVALID KEY
                       MOVE "N" TO FIN-ACUMULADOS
               END-START
               PERFORM REPASAR-UN-ACUMULADO
               UNTIL FIN-ACUMULADOS = "S".

       REPASAR-UN-ACUMULADO.
           READ ACUMULADOS-ANUALES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-ACUMULADOS
           END-READ.
           IF FIN-ACUMULADOS = "N" AND ACUANUAL-ANIO = EJERCICIO AND
              ACUANUAL-IRPF NOT = 0
               PERFORM BUSCAR-RESULTADOS-DEL-EJERCICIO
               IF RESULTADOS-DEL-EJERCICIO = "N"
                   MOVE ACUANUAL-EMPLEADOS-ID TO TRABAJADOR-ACTUAL
                   MOVE 1 TO SUB-T
                   PERFORM PONER-TRIMESTRE-A-CERO
                   UNTIL SUB-T > 4
                   MOVE ZERO TO SUMA-IRPF-TRIMESTRES
                   MOVE "S" TO ACUMULADO-ENCONTRADO
                   COMPUTE DIFERENCIA-IRPF = 0 - ACUANUAL-IRPF
                   PERFORM LISTAR-DESCUADRE.

       BUSCAR-RESULTADOS-DEL-EJERCICIO.
           MOVE "N" TO RESULTADOS-DEL-EJERCICIO.
           MOVE ACUANUAL-EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID.
           COMPUTE RESNOM-ANIO-MES = EJERCICIO * 100 + 1.
           MOVE LOW-VALUES TO RESNOM-PASADA.
           MOVE ZERO TO RESNOM-LINEA.
           MOVE "N" TO FIN-BUSQUEDA.
           START RESULTADOS-NOMINA-ARCHIVO
               KEY IS NOT LESS THAN RESNOM-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-BUSQUEDA
           END-START.
           PERFORM COMPROBAR-RESULTADO-DEL-EJERCICIO
           UNTIL FIN-BUSQUEDA = "S".

       COMPROBAR-RESULTADO-DEL-EJERCICIO.
           READ RESULTADOS-NOMINA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-BUSQUEDA
           END-READ.
           IF FIN-BUSQUEDA = "N"
               COMPUTE ANIO-LINEA = RESNOM-ANIO-MES / 100
               IF RESNOM-EMPLEADOS-ID NOT = ACUANUAL-EMPLEADOS-ID OR
                  ANIO-LINEA NOT = EJERCICIO
                   MOVE "S" TO FIN-BUSQUEDA
               ELSE
                   IF NOT RESNOM-PASADA-RETRO
                       MOVE "S" TO RESULTADOS-DEL-EJERCICIO
                       MOVE "S" TO FIN-BUSQUEDA.

       DECIDIR-GENERACION.
           MOVE "S" TO SI-NO.
           IF CONT-DESCUADRES > 0
               DISPLAY CONT-DESCUADRES
                       " empleados con retenciones descuadradas, ver "
                       "DECLARACION_TRIMESTRAL.TXT."
               MOVE SPACE TO SI-NO
               PERFORM PREGUNTAR-SI-NO
               UNTIL SI-NO = "S" OR SI-NO = "N".

       PREGUNTAR-SI-NO.
           DISPLAY "¿Desea generar la declaracion de todos modos?".
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO = "n"
               MOVE "N" TO SI-NO.
           IF SI-NO NOT = "S" AND SI-NO NOT = "N"
               DISPLAY "Debes introducir S/N.".

       ESCRIBIR-DECLARACION.
           OPEN OUTPUT RETENCIONES-TRIMESTRE-ARCHIVO.
           MOVE SPACE TO RETTRI-CABECERA-REGISTRO.
           MOVE "C" TO RETTRI-CABECERA-TIPO.
           MOVE EJERCICIO TO RETTRI-CABECERA-EJERCICIO.
           MOVE TRIMESTRE TO RETTRI-CABECERA-TRIMESTRE.
           MOVE FECHA-DE-HOY TO RETTRI-CABECERA-FECHA.
           WRITE RETTRI-CABECERA-REGISTRO.
           MOVE SPACE TO RETTRI-REGISTRO.
           MOVE "D" TO RETTRI-TIPO.
           MOVE "A" TO RETTRI-CLAVE.
           MOVE PERCEPTORES-DINERARIAS TO RETTRI-PERCEPTORES.
           COMPUTE IMPORTE-CENTIMOS = TOTAL-DINERARIAS * 100.
           MOVE IMPORTE-CENTIMOS TO RETTRI-IMPORTE.
           COMPUTE IMPORTE-CENTIMOS = TOTAL-RETENCION-DINERARIAS * 100.
           MOVE IMPORTE-CENTIMOS TO RETTRI-RETENCIONES.
           WRITE RETTRI-REGISTRO.
           MOVE SPACE TO RETTRI-REGISTRO.
           MOVE "D" TO RETTRI-TIPO.
           MOVE "B" TO RETTRI-CLAVE.
           MOVE PERCEPTORES-ESPECIE TO RETTRI-PERCEPTORES.
           COMPUTE IMPORTE-CENTIMOS = TOTAL-ESPECIE * 100.
           MOVE IMPORTE-CENTIMOS TO RETTRI-IMPORTE.
           COMPUTE IMPORTE-CENTIMOS = TOTAL-RETENCION-ESPECIE * 100.
           MOVE IMPORTE-CENTIMOS TO RETTRI-RETENCIONES.
           WRITE RETTRI-REGISTRO.
           MOVE SPACE TO RETTRI-REGISTRO.
           MOVE "T" TO RETTRI-TIPO.
           MOVE PERCEPTORES-TOTAL TO RETTRI-PERCEPTORES.
           COMPUTE IMPORTE-CENTIMOS =
                   (TOTAL-DINERARIAS + TOTAL-ESPECIE) * 100.
           MOVE IMPORTE-CENTIMOS TO RETTRI-IMPORTE.
           COMPUTE IMPORTE-CENTIMOS = (TOTAL-RETENCION-DINERARIAS +
                   TOTAL-RETENCION-ESPECIE) * 100.
           MOVE IMPORTE-CENTIMOS TO RETTRI-RETENCIONES.
           WRITE RETTRI-REGISTRO.
           CLOSE RETENCIONES-TRIMESTRE-ARCHIVO.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "DECLARACION_TRIMESTRAL.TXT" TO INFORME-NOMBRE.
           MOVE "DECLARACION-TRIMESTRAL" TO INFORME-PROGRAMA.
           MOVE "RESUMEN TRIMESTRAL DE RETENCIONES IRPF"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-RESUMEN.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EJERCICIO " DELIMITED BY SIZE
                  EJERCICIO DELIMITED BY SIZE
                  " TRIMESTRE " DELIMITED BY SIZE
                  TRIMESTRE DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE PERCEPTORES-DINERARIAS TO CONT-EDITADO.
           MOVE TOTAL-DINERARIAS TO IMPORTE-EDITADO.
           MOVE TOTAL-RETENCION-DINERARIAS TO IMPORTE-EDITADO-2.
           MOVE SPACE TO INFORME-LINEA.
           STRING "A DINERARIAS      PERCEPTORES: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  " IMPORTE: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " RETENCIONES: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-2 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE PERCEPTORES-ESPECIE TO CONT-EDITADO.
           MOVE TOTAL-ESPECIE TO IMPORTE-EDITADO.
           MOVE TOTAL-RETENCION-ESPECIE TO IMPORTE-EDITADO-2.
           MOVE SPACE TO INFORME-LINEA.
           STRING "B ESPECIE/ATRASOS PERCEPTORES: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  " IMPORTE: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " RETENCIONES: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-2 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE CONT-DESCUADRES TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EMPLEADOS DESCUADRADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           IF SI-NO = "S"
               MOVE PERCEPTORES-TOTAL TO CONT-EDITADO
               COMPUTE IMPORTE-EDITADO =
                       TOTAL-DINERARIAS + TOTAL-ESPECIE
               COMPUTE IMPORTE-EDITADO-2 =
                       TOTAL-RETENCION-DINERARIAS +
                       TOTAL-RETENCION-ESPECIE
               STRING "TOTAL PERCEPTORES: " DELIMITED BY SIZE
                      CONT-EDITADO DELIMITED BY SIZE
                      " IMPORTE: " DELIMITED BY SIZE
                      IMPORTE-EDITADO DELIMITED BY SIZE
                      " RETENCIONES: " DELIMITED BY SIZE
                      IMPORTE-EDITADO-2 DELIMITED BY SIZE
                   INTO INFORME-LINEA
           ELSE
               MOVE "DECLARACION NO GENERADA POR DESCUADRES"
                   TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN TRIMESTRAL DE RETENCIONES".
           DISPLAY "Ejercicio y trimestre:    " EJERCICIO "-"
                   TRIMESTRE.
           DISPLAY "Empleados conciliados:    "
                   CONT-EMPLEADOS-CONCILIADOS.
           DISPLAY "Empleados descuadrados:   " CONT-DESCUADRES.
           IF SI-NO = "S"
               DISPLAY "Perceptores declarados:   " PERCEPTORES-TOTAL
               DISPLAY "Archivo generado: RETENCIONES_TRIMESTRE.TXT"
           ELSE
               DISPLAY "No se ha generado el archivo de presentacion.".
           DISPLAY "Informe: DECLARACION_TRIMESTRAL.TXT".

       END PROGRAM DECLARACION-TRIMESTRAL.

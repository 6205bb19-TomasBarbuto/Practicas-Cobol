       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRO-JORNADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de marcajes del reloj de fichajes.
       COPY "copybooks/28-PhMarcajes.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-PhAusencias.cbl".
      *Archivo de retenciones legales.
       COPY "copybooks/28-PhRetencionLegal.cbl".
      *Archivo conservado del registro diario de jornada.
       COPY "copybooks/28-PhRegistroJornada.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de marcajes del reloj de fichajes.
       COPY "copybooks/28-LoMarcajes.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-LoAusencias.cbl".
      *Archivo de retenciones legales.
       COPY "copybooks/28-LoRetencionLegal.cbl".
      *Archivo conservado del registro diario de jornada.
       COPY "copybooks/28-LoRegistroJornada.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  FIN-REGISTRO PIC X.
       77  FIN-AUSENCIAS PIC X.
       77  AUSENCIAS-DISPONIBLES PIC X VALUE "N".
       77  RETENCIONES-DISPONIBLES PIC X VALUE "N".
       77  BAJO-RETENCION PIC X.
       77  HAY-ENTRADA-PENDIENTE PIC X.
       77  HAY-GRUPO-ABIERTO PIC X VALUE "N".
       77  HAY-PAGINA-IMPRESA PIC X VALUE "N".
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  MODO-REGISTRO PIC X.
           88 MODO-GENERAR VALUE "G" "g".
           88 MODO-COPIA VALUE "C" "c".
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  SUB-J PIC 9(4) COMP VALUE 0.
       77  SUB-MENOR PIC 9(4) COMP VALUE 0.
       77  SUB-D PIC 9(2) COMP VALUE 0.
       77  SUB-K PIC 9(2) COMP VALUE 0.
       77  SUB-A PIC 9(2) COMP VALUE 0.
       77  CONT-MARCAJES PIC 9(4) COMP VALUE 0.
       77  CONT-AUSENCIAS-EMPLEADO PIC 9(2) COMP VALUE 0.
       77  CONT-ID-DESCONOCIDO PIC 9(5) COMP VALUE 0.
       77  CONT-MARCAJES-DE-MAS PIC 9(5) COMP VALUE 0.
       77  CONT-DIAS-GRABADOS PIC 9(5) COMP VALUE 0.
       77  CONT-DIAS-BORRADOS PIC 9(5) COMP VALUE 0.
       77  CONT-DIAS-PURGADOS PIC 9(5) COMP VALUE 0.
       77  CONT-DIAS-RETENIDOS PIC 9(5) COMP VALUE 0.
       77  CONT-REGISTROS-IMPRESOS PIC 9(5) COMP VALUE 0.
       77  CONT-DIAS-AUSENCIA PIC 9(2) COMP VALUE 0.
       77  CONT-DIAS-INCIDENCIA PIC 9(2) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.
       77  DIAS-EDITADOS PIC Z9.

      *Mes del registro con su primer y ultimo dia natural. Se
      *cargan tambien los marcajes del dia anterior y del posterior
      *para emparejar los turnos de noche que cruzan el cambio de
      *mes; de esos dias no se guarda nada.
       01  MES-X PIC X(6).
       01  MES-CALCULO REDEFINES MES-X PIC 9(6).
       01  MES-CALCULO-R REDEFINES MES-X.
           05 CALCULO-ANIO PIC 9(4).
           05 CALCULO-MES PIC 9(2).
       01  PRIMER-DIA-MES PIC 9(8).
       01  ULTIMO-DIA-MES PIC 9(8).
       01  DIAS-MES-CALCULO PIC 9(2).
       01  DIA-ANTERIOR-MES PIC 9(8).
       01  DIA-POSTERIOR-MES PIC 9(8).
       01  FECHA-DE-HOY PIC 9(8).

      *El registro se conserva cuatro anios: en cada generacion se
      *purgan los dias anteriores al mismo mes de cuatro anios
      *atras, salvo los de empleados con retencion legal.
       01  LIMITE-CONSERVACION PIC 9(8).

      *Seleccion de la copia: empleado (en blanco todos) y meses
      *desde y hasta.
       01  SELECCION-ID PIC X(6).
       01  MES-DESDE-X PIC X(6).
       01  MES-DESDE REDEFINES MES-DESDE-X PIC 9(6).
       01  MES-HASTA-X PIC X(6).
       01  MES-HASTA REDEFINES MES-HASTA-X PIC 9(6).
       01  SELECCION-DESDE PIC 9(8).
       01  SELECCION-HASTA PIC 9(8).

      *Marcajes cargados y ordenados por empleado, fecha y hora.
       01  TABLA-MARCAJES.
           05 MARCA-FILA OCCURS 3000 TIMES.
               10 MARCA-ID PIC X(6).
               10 MARCA-FECHA PIC 9(8).
               10 MARCA-HORA PIC 9(4).
               10 MARCA-TIPO PIC X(1).
       01  FILA-TEMPORAL PIC X(19).

      *Dias del mes del empleado en curso, con la misma forma que
      *el registro conservado.
       01  TABLA-DIAS-EMPLEADO.
           05 DIAEMP-FILA OCCURS 31 TIMES.
               10 DIAEMP-NUM-MARCAJES PIC 9(2).
               10 DIAEMP-MARCAJE OCCURS 10 TIMES.
                   15 DIAEMP-HORA PIC 9(4).
                   15 DIAEMP-TIPO PIC X(1).
               10 DIAEMP-MINUTOS PIC 9(4).
               10 DIAEMP-AUSENCIA PIC X(1).
               10 DIAEMP-INCIDENCIA PIC X(1).

      *Tramos de ausencia del empleado en curso que tocan el mes.
       01  TABLA-AUSENCIAS-EMPLEADO.
           05 AUSEMP-FILA OCCURS 31 TIMES.
               10 AUSEMP-DESDE PIC 9(8).
               10 AUSEMP-HASTA PIC 9(8).
               10 AUSEMP-TIPO PIC X(1).

      *Fecha de trabajo con su desglose.
       01  FECHA-TRABAJO PIC 9(8).
       01  FECHA-TRABAJO-R REDEFINES FECHA-TRABAJO.
           05 TRABAJO-ANIO PIC 9(4).
           05 TRABAJO-MES PIC 9(2).
           05 TRABAJO-DIA PIC 9(2).

      *Entrada pendiente de emparejar y conversion de horas HHMM a
      *minutos desde medianoche.
       01  ENTRADA-FECHA PIC 9(8).
       01  ENTRADA-HORA PIC 9(4).
       01  MINUTOS-ENTRADA PIC 9(5).
       01  MINUTOS-SALIDA PIC 9(5).
       01  MINUTOS-PAREJA PIC 9(5).
       01  HORA-A-CONVERTIR PIC 9(4).
       01  MINUTOS-CONVERTIDOS PIC 9(5).
       01  HORA-COCIENTE PIC 9(2).
       01  HORA-RESTO PIC 9(2).

      *Fecha que se avanza un dia, para los limites del mes.
       01  FECHA-SIGUIENTE PIC 9(8).
       01  FECHA-SIGUIENTE-R REDEFINES FECHA-SIGUIENTE.
           05 SIGUIENTE-ANIO PIC 9(4).
           05 SIGUIENTE-MES PIC 9(2).
           05 SIGUIENTE-DIA PIC 9(2).
       01  DIAS-DEL-MES PIC 9(2).
       01  RESTO-BISIESTO PIC 9(4).
       01  COCIENTE-BISIESTO PIC 9(4).

      *Grupo de impresion en curso: un registro mensual por
      *empleado, en pagina propia para su firma.
       01  GRUPO-ID PIC X(6).
       01  GRUPO-ANIO-MES PIC 9(6).
       01  REGISTRO-ANIO-MES PIC 9(6).
       01  TOTAL-HORAS-GRUPO PIC 9(4)V99.
       01  LINEA-MARCAJES.
           05 LINEA-MARCAJE OCCURS 10 TIMES.
               10 LINEA-TIPO PIC X(1).
               10 LINEA-HORA PIC 9(4).
               10 FILLER PIC X(1).
       01  TEXTO-AUSENCIA PIC X(10).
       01  TEXTO-INCIDENCIA PIC X(10).
       01  HORAS-EDITADAS PIC Z9.99.
       01  TOTAL-EDITADO PIC Z,ZZ9.99.
       01  FECHA-EDITADA.
           05 EDITADA-DIA PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 EDITADA-MES PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 EDITADA-ANIO PIC 9(4).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de marcajes del reloj.
       COPY "copybooks/28-EstadoMarcajes.cbl".
      *Estado del archivo de ausencias y vacaciones.
       COPY "copybooks/28-EstadoAusencias.cbl".
      *Estado del archivo de retenciones legales.
       COPY "copybooks/28-EstadoRetencionLegal.cbl".
      *Estado del archivo conservado del registro de jornada.
       COPY "copybooks/28-EstadoRegistroJornada.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           DISPLAY "G - Generar el registro de jornada de un mes".
           DISPLAY "C - Copia del registro conservado de un empleado".
           DISPLAY "Opcion: ".
           ACCEPT MODO-REGISTRO.
           IF MODO-GENERAR
               PERFORM GENERAR-REGISTRO
           ELSE
               IF MODO-COPIA
                   PERFORM COPIAR-REGISTRO
               ELSE
                   DISPLAY "Opcion no valida.".
           STOP RUN.

       GENERAR-REGISTRO.
           PERFORM PEDIR-MES.
           PERFORM CARGAR-MARCAJES.
           PERFORM ORDENAR-MARCAJES.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM BORRAR-DIAS-DEL-MES.
           MOVE 1 TO SUB-I.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM PROCESAR-EMPLEADO
           UNTIL LEE-TODO = "1".
           PERFORM CONTAR-DESCONOCIDO
           UNTIL SUB-I > CONT-MARCAJES.
           MOVE SPACE TO SELECCION-ID.
           MOVE PRIMER-DIA-MES TO SELECCION-DESDE.
           MOVE ULTIMO-DIA-MES TO SELECCION-HASTA.
           MOVE "REGISTRO_JORNADA.TXT" TO INFORME-NOMBRE.
           PERFORM IMPRIMIR-REGISTRO.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY " ".
           DISPLAY "RESUMEN DEL REGISTRO DE JORNADA DEL MES "
                   MES-CALCULO.
           DISPLAY "Marcajes cargados:           " CONT-MARCAJES.
           DISPLAY "Marcajes de ID desconocido:  " CONT-ID-DESCONOCIDO.
           DISPLAY "Marcajes de mas en un dia:   "
                   CONT-MARCAJES-DE-MAS.
           DISPLAY "Dias anteriores sustituidos: " CONT-DIAS-BORRADOS.
           DISPLAY "Dias grabados:               " CONT-DIAS-GRABADOS.
           DISPLAY "Dias purgados (4 anios):     " CONT-DIAS-PURGADOS.
           DISPLAY "Dias retenidos por litigio:  " CONT-DIAS-RETENIDOS.
           DISPLAY "Registros mensuales impresos: "
                   CONT-REGISTROS-IMPRESOS.

       COPIAR-REGISTRO.
      *La copia sale solo del archivo conservado: no necesita los
      *marcajes originales del periodo.
           DISPLAY "ID del empleado (en blanco todos): ".
           ACCEPT SELECCION-ID.
           DISPLAY "Mes desde (AAAAMM): ".
           ACCEPT MES-DESDE-X.
           DISPLAY "Mes hasta (AAAAMM, en blanco el mismo): ".
           ACCEPT MES-HASTA-X.
           IF MES-DESDE-X NOT NUMERIC
               DISPLAY "Mes desde no valido: " MES-DESDE-X
               STOP RUN.
           IF MES-HASTA-X NOT NUMERIC
               MOVE MES-DESDE TO MES-HASTA.
           IF MES-HASTA < MES-DESDE
               DISPLAY "El mes hasta es anterior al mes desde."
               STOP RUN.
           COMPUTE SELECCION-DESDE = MES-DESDE * 100 + 1.
           COMPUTE SELECCION-HASTA = MES-HASTA * 100 + 31.
           OPEN INPUT REGISTRO-JORNADA-ARCHIVO.
           IF REGISTRO-JORNADA-STATUS = "35"
               DISPLAY "No hay registro de jornada conservado."
               STOP RUN.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "REGISTRO_JORNADA_COPIA.TXT" TO INFORME-NOMBRE.
           PERFORM IMPRIMIR-REGISTRO.
           CLOSE REGISTRO-JORNADA-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           DISPLAY "Registros mensuales impresos: "
                   CONT-REGISTROS-IMPRESOS.

       PEDIR-MES.
      *Por defecto se genera el mes de la fecha de negocio.
           DISPLAY "Mes del registro (AAAAMM, en blanco el mes de "
                   "negocio): ".
           ACCEPT MES-X.
           IF MES-X NOT NUMERIC
               COMPUTE MES-CALCULO = FECHA-DE-HOY / 100.
           IF CALCULO-MES < 1 OR CALCULO-MES > 12
               DISPLAY "Mes no valido: " MES-X
               STOP RUN.
           COMPUTE PRIMER-DIA-MES = MES-CALCULO * 100 + 1.
           MOVE CALCULO-ANIO TO SIGUIENTE-ANIO.
           MOVE CALCULO-MES TO SIGUIENTE-MES.
           PERFORM OBTENER-DIAS-DEL-MES.
           COMPUTE ULTIMO-DIA-MES = MES-CALCULO * 100 + DIAS-DEL-MES.
           MOVE DIAS-DEL-MES TO DIAS-MES-CALCULO.
           MOVE ULTIMO-DIA-MES TO FECHA-SIGUIENTE.
           PERFORM AVANZAR-UN-DIA.
           MOVE FECHA-SIGUIENTE TO DIA-POSTERIOR-MES.
           IF CALCULO-MES = 1
               COMPUTE DIA-ANTERIOR-MES =
                       (CALCULO-ANIO - 1) * 10000 + 1231
           ELSE
               MOVE CALCULO-ANIO TO SIGUIENTE-ANIO
               COMPUTE SIGUIENTE-MES = CALCULO-MES - 1
               PERFORM OBTENER-DIAS-DEL-MES
               MOVE DIAS-DEL-MES TO SIGUIENTE-DIA
               MOVE FECHA-SIGUIENTE TO DIA-ANTERIOR-MES.
           COMPUTE LIMITE-CONSERVACION = PRIMER-DIA-MES - 40000.
           DISPLAY "Registro de jornada del mes " MES-CALCULO.

       CARGAR-MARCAJES.
           OPEN INPUT MARCAJES-ARCHIVO.
           IF MARCAJES-ARCHIVO-STATUS NOT = "00"
               DISPLAY "Sin archivo de marcajes, el registro del "
                       "mes solo recoge las ausencias."
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-MARCAJE
               UNTIL LEE-TODO = "1"
               CLOSE MARCAJES-ARCHIVO.

       LEER-MARCAJE.
           READ MARCAJES-ARCHIVO
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   IF MARCAJE-FECHA NOT < DIA-ANTERIOR-MES AND
                      MARCAJE-FECHA NOT > DIA-POSTERIOR-MES
                       PERFORM GUARDAR-MARCAJE
           END-READ.

       GUARDAR-MARCAJE.
           IF CONT-MARCAJES < 3000
               ADD 1 TO CONT-MARCAJES
               MOVE MARCAJE-EMPLEADOS-ID TO MARCA-ID (CONT-MARCAJES)
               MOVE MARCAJE-FECHA TO MARCA-FECHA (CONT-MARCAJES)
               MOVE MARCAJE-HORA TO MARCA-HORA (CONT-MARCAJES)
               MOVE MARCAJE-TIPO TO MARCA-TIPO (CONT-MARCAJES)
           ELSE
               IF AVISO-TABLA-LLENA = "N"
                   DISPLAY "Aviso: mas de 3000 marcajes en el mes, "
                           "el registro no incluye los siguientes."
                   MOVE "S" TO AVISO-TABLA-LLENA.

       ORDENAR-MARCAJES.
      *Ordenacion por seleccion por empleado, fecha y hora, como la
      *de la carga de marcajes.
           MOVE 1 TO SUB-I.
           PERFORM ORDENAR-UNA-POSICION
           UNTIL SUB-I >= CONT-MARCAJES.

       ORDENAR-UNA-POSICION.
           MOVE SUB-I TO SUB-MENOR.
           COMPUTE SUB-J = SUB-I + 1.
           PERFORM BUSCAR-MENOR-MARCAJE
           UNTIL SUB-J > CONT-MARCAJES.
           IF SUB-MENOR NOT = SUB-I
               MOVE MARCA-FILA (SUB-I) TO FILA-TEMPORAL
               MOVE MARCA-FILA (SUB-MENOR) TO MARCA-FILA (SUB-I)
               MOVE FILA-TEMPORAL TO MARCA-FILA (SUB-MENOR).
           ADD 1 TO SUB-I.

       BUSCAR-MENOR-MARCAJE.
           IF MARCA-ID (SUB-J) < MARCA-ID (SUB-MENOR) OR
              (MARCA-ID (SUB-J) = MARCA-ID (SUB-MENOR) AND
               MARCA-FECHA (SUB-J) < MARCA-FECHA (SUB-MENOR)) OR
              (MARCA-ID (SUB-J) = MARCA-ID (SUB-MENOR) AND
               MARCA-FECHA (SUB-J) = MARCA-FECHA (SUB-MENOR) AND
               MARCA-HORA (SUB-J) < MARCA-HORA (SUB-MENOR))
               MOVE SUB-J TO SUB-MENOR.
           ADD 1 TO SUB-J.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "S" TO AUSENCIAS-DISPONIBLES.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           IF AUSENCIAS-ARCHIVO-STATUS = "35"
               MOVE "N" TO AUSENCIAS-DISPONIBLES.
           MOVE "S" TO RETENCIONES-DISPONIBLES.
           OPEN INPUT RETENCION-LEGAL-ARCHIVO.
           IF RETENCION-LEGAL-STATUS = "35"
               MOVE "N" TO RETENCIONES-DISPONIBLES.
      *El archivo conservado es indexado y se crea vacio la primera
      *vez que se genera un mes.
           OPEN I-O REGISTRO-JORNADA-ARCHIVO.
           IF REGISTRO-JORNADA-STATUS = "35"
               OPEN OUTPUT REGISTRO-JORNADA-ARCHIVO
               CLOSE REGISTRO-JORNADA-ARCHIVO
               OPEN I-O REGISTRO-JORNADA-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF AUSENCIAS-DISPONIBLES = "S"
               CLOSE AUSENCIAS-ARCHIVO.
           IF RETENCIONES-DISPONIBLES = "S"
               CLOSE RETENCION-LEGAL-ARCHIVO.
           CLOSE REGISTRO-JORNADA-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       BORRAR-DIAS-DEL-MES.
      *Una nueva generacion del mismo mes sustituye a la anterior.
      *En la misma pasada se purgan los dias que han cumplido los
      *cuatro anios de conservacion.
           MOVE "N" TO FIN-REGISTRO.
           MOVE LOW-VALUES TO REGJOR-CLAVE.
           START REGISTRO-JORNADA-ARCHIVO
               KEY IS NOT LESS THAN REGJOR-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-REGISTRO
           END-START.
           PERFORM BORRAR-DIA-DEL-MES
           UNTIL FIN-REGISTRO = "S".

       BORRAR-DIA-DEL-MES.
           READ REGISTRO-JORNADA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-REGISTRO
           END-READ.
           IF FIN-REGISTRO = "N" AND
              REGJOR-FECHA NOT < PRIMER-DIA-MES AND
              REGJOR-FECHA NOT > ULTIMO-DIA-MES
               DELETE REGISTRO-JORNADA-ARCHIVO RECORD
               ADD 1 TO CONT-DIAS-BORRADOS.
           IF FIN-REGISTRO = "N" AND
              REGJOR-FECHA < LIMITE-CONSERVACION
               PERFORM COMPROBAR-RETENCION-LEGAL
               IF BAJO-RETENCION = "S"
                   ADD 1 TO CONT-DIAS-RETENIDOS
               ELSE
                   DELETE REGISTRO-JORNADA-ARCHIVO RECORD
                   ADD 1 TO CONT-DIAS-PURGADOS.

       COMPROBAR-RETENCION-LEGAL.
           MOVE "N" TO BAJO-RETENCION.
           IF RETENCIONES-DISPONIBLES = "S"
               MOVE REGJOR-EMPLEADOS-ID TO RETENCION-EMPLEADOS-ID
               READ RETENCION-LEGAL-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO BAJO-RETENCION
               END-READ.

       PROCESAR-EMPLEADO.
      *Los marcajes ordenados se cruzan con el maestro, que se lee
      *tambien en orden de ID; los marcajes de un ID que no esta en
      *el maestro se cuentan y no se registran.
           PERFORM CONTAR-DESCONOCIDO
           UNTIL SUB-I > CONT-MARCAJES OR
                 MARCA-ID (SUB-I) NOT < EMPLEADOS-ID.
           PERFORM LIMPIAR-DIAS-EMPLEADO.
           MOVE "N" TO HAY-ENTRADA-PENDIENTE.
           PERFORM ANOTAR-MARCAJE
           UNTIL SUB-I > CONT-MARCAJES OR
                 MARCA-ID (SUB-I) NOT = EMPLEADOS-ID.
           IF HAY-ENTRADA-PENDIENTE = "S"
               MOVE ENTRADA-FECHA TO FECHA-TRABAJO
               PERFORM MARCAR-INCIDENCIA.
           PERFORM CARGAR-AUSENCIAS-EMPLEADO.
           MOVE 1 TO SUB-D.
           PERFORM GRABAR-DIA-EMPLEADO
           UNTIL SUB-D > DIAS-MES-CALCULO.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       CONTAR-DESCONOCIDO.
           IF MARCA-FECHA (SUB-I) NOT < PRIMER-DIA-MES AND
              MARCA-FECHA (SUB-I) NOT > ULTIMO-DIA-MES
               ADD 1 TO CONT-ID-DESCONOCIDO.
           ADD 1 TO SUB-I.

       LIMPIAR-DIAS-EMPLEADO.
           MOVE 1 TO SUB-D.
           PERFORM LIMPIAR-DIA-EMPLEADO
           UNTIL SUB-D > 31.

       LIMPIAR-DIA-EMPLEADO.
           MOVE SPACE TO DIAEMP-FILA (SUB-D).
           MOVE ZERO TO DIAEMP-NUM-MARCAJES (SUB-D).
           MOVE ZERO TO DIAEMP-MINUTOS (SUB-D).
           ADD 1 TO SUB-D.

       ANOTAR-MARCAJE.
      *Cada marcaje del mes se guarda en su dia. Las horas de una
      *pareja se anotan en el dia de la entrada; la salida puede
      *caer el dia siguiente antes de la hora de entrada.
           MOVE MARCA-FECHA (SUB-I) TO FECHA-TRABAJO.
           IF FECHA-TRABAJO NOT < PRIMER-DIA-MES AND
              FECHA-TRABAJO NOT > ULTIMO-DIA-MES
               PERFORM GUARDAR-MARCAJE-DEL-DIA.
           IF MARCA-TIPO (SUB-I) = "E"
               IF HAY-ENTRADA-PENDIENTE = "S"
                   MOVE ENTRADA-FECHA TO FECHA-TRABAJO
                   PERFORM MARCAR-INCIDENCIA
                   MOVE MARCA-FECHA (SUB-I) TO ENTRADA-FECHA
                   MOVE MARCA-HORA (SUB-I) TO ENTRADA-HORA
               ELSE
                   MOVE MARCA-FECHA (SUB-I) TO ENTRADA-FECHA
                   MOVE MARCA-HORA (SUB-I) TO ENTRADA-HORA
                   MOVE "S" TO HAY-ENTRADA-PENDIENTE
           ELSE
               IF HAY-ENTRADA-PENDIENTE = "N"
                   PERFORM MARCAR-INCIDENCIA
               ELSE
                   PERFORM VALORAR-PAREJA
                   MOVE "N" TO HAY-ENTRADA-PENDIENTE.
           ADD 1 TO SUB-I.

       GUARDAR-MARCAJE-DEL-DIA.
           MOVE TRABAJO-DIA TO SUB-D.
           IF DIAEMP-NUM-MARCAJES (SUB-D) < 10
               ADD 1 TO DIAEMP-NUM-MARCAJES (SUB-D)
               MOVE DIAEMP-NUM-MARCAJES (SUB-D) TO SUB-K
               MOVE MARCA-HORA (SUB-I) TO DIAEMP-HORA (SUB-D, SUB-K)
               MOVE MARCA-TIPO (SUB-I) TO DIAEMP-TIPO (SUB-D, SUB-K)
           ELSE
               ADD 1 TO CONT-MARCAJES-DE-MAS
               MOVE "S" TO DIAEMP-INCIDENCIA (SUB-D).

       VALORAR-PAREJA.
           MOVE ENTRADA-HORA TO HORA-A-CONVERTIR.
           PERFORM CONVERTIR-HORA-A-MINUTOS.
           MOVE MINUTOS-CONVERTIDOS TO MINUTOS-ENTRADA.
           MOVE MARCA-HORA (SUB-I) TO HORA-A-CONVERTIR.
           PERFORM CONVERTIR-HORA-A-MINUTOS.
           MOVE MINUTOS-CONVERTIDOS TO MINUTOS-SALIDA.
           MOVE ZERO TO MINUTOS-PAREJA.
           IF MARCA-FECHA (SUB-I) = ENTRADA-FECHA AND
              MINUTOS-SALIDA > MINUTOS-ENTRADA
               COMPUTE MINUTOS-PAREJA =
                       MINUTOS-SALIDA - MINUTOS-ENTRADA.
           IF MARCA-FECHA (SUB-I) NOT = ENTRADA-FECHA
               MOVE ENTRADA-FECHA TO FECHA-SIGUIENTE
               PERFORM AVANZAR-UN-DIA
               IF FECHA-SIGUIENTE = MARCA-FECHA (SUB-I) AND
                  MINUTOS-SALIDA NOT > MINUTOS-ENTRADA
                   COMPUTE MINUTOS-PAREJA =
                           1440 - MINUTOS-ENTRADA + MINUTOS-SALIDA.
           MOVE ENTRADA-FECHA TO FECHA-TRABAJO.
           IF MINUTOS-PAREJA = 0
               PERFORM MARCAR-INCIDENCIA
           ELSE
               IF FECHA-TRABAJO NOT < PRIMER-DIA-MES AND
                  FECHA-TRABAJO NOT > ULTIMO-DIA-MES
                   MOVE TRABAJO-DIA TO SUB-D
                   ADD MINUTOS-PAREJA TO DIAEMP-MINUTOS (SUB-D).

       MARCAR-INCIDENCIA.
      *Marcaje sin pareja en la fecha de trabajo, si es del mes.
           IF FECHA-TRABAJO NOT < PRIMER-DIA-MES AND
              FECHA-TRABAJO NOT > ULTIMO-DIA-MES
               MOVE TRABAJO-DIA TO SUB-D
               MOVE "S" TO DIAEMP-INCIDENCIA (SUB-D).

       CARGAR-AUSENCIAS-EMPLEADO.
           MOVE 0 TO CONT-AUSENCIAS-EMPLEADO.
           IF AUSENCIAS-DISPONIBLES = "S"
               MOVE "N" TO FIN-AUSENCIAS
               MOVE EMPLEADOS-ID TO AUSENCIA-EMPLEADOS-ID
               MOVE ZEROES TO AUSENCIA-FECHA-DESDE
               START AUSENCIAS-ARCHIVO KEY IS NOT LESS THAN
                   AUSENCIA-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-AUSENCIAS
               END-START
               PERFORM LEER-AUSENCIA-EMPLEADO
               UNTIL FIN-AUSENCIAS = "S".

       LEER-AUSENCIA-EMPLEADO.
           READ AUSENCIAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-AUSENCIAS
           END-READ.
           IF FIN-AUSENCIAS = "N" AND
              AUSENCIA-EMPLEADOS-ID NOT = EMPLEADOS-ID
               MOVE "S" TO FIN-AUSENCIAS.
           IF FIN-AUSENCIAS = "N" AND
              AUSENCIA-FECHA-DESDE > ULTIMO-DIA-MES
               MOVE "S" TO FIN-AUSENCIAS.
           IF FIN-AUSENCIAS = "N" AND
              AUSENCIA-FECHA-HASTA NOT < PRIMER-DIA-MES AND
              CONT-AUSENCIAS-EMPLEADO < 31
               ADD 1 TO CONT-AUSENCIAS-EMPLEADO
               MOVE AUSENCIA-FECHA-DESDE
                   TO AUSEMP-DESDE (CONT-AUSENCIAS-EMPLEADO)
               MOVE AUSENCIA-FECHA-HASTA
                   TO AUSEMP-HASTA (CONT-AUSENCIAS-EMPLEADO)
               MOVE AUSENCIA-TIPO
                   TO AUSEMP-TIPO (CONT-AUSENCIAS-EMPLEADO).

       GRABAR-DIA-EMPLEADO.
      *Solo se conservan los dias con marcajes, ausencia o
      *incidencia.
           COMPUTE FECHA-TRABAJO = MES-CALCULO * 100 + SUB-D.
           MOVE 1 TO SUB-A.
           PERFORM COMPARAR-AUSENCIA-DIA
           UNTIL SUB-A > CONT-AUSENCIAS-EMPLEADO.
           IF DIAEMP-NUM-MARCAJES (SUB-D) > 0 OR
              DIAEMP-AUSENCIA (SUB-D) NOT = SPACE OR
              DIAEMP-INCIDENCIA (SUB-D) = "S"
               PERFORM ESCRIBIR-DIA-CONSERVADO.
           ADD 1 TO SUB-D.

       COMPARAR-AUSENCIA-DIA.
           IF AUSEMP-DESDE (SUB-A) NOT > FECHA-TRABAJO AND
              AUSEMP-HASTA (SUB-A) NOT < FECHA-TRABAJO
               MOVE AUSEMP-TIPO (SUB-A) TO DIAEMP-AUSENCIA (SUB-D).
           ADD 1 TO SUB-A.

       ESCRIBIR-DIA-CONSERVADO.
           MOVE SPACE TO REGJOR-REGISTRO.
           MOVE EMPLEADOS-ID TO REGJOR-EMPLEADOS-ID.
           MOVE FECHA-TRABAJO TO REGJOR-FECHA.
           MOVE DIAEMP-NUM-MARCAJES (SUB-D) TO REGJOR-NUM-MARCAJES.
           MOVE 1 TO SUB-K.
           PERFORM COPIAR-MARCAJE-CONSERVADO
           UNTIL SUB-K > 10.
           COMPUTE REGJOR-HORAS ROUNDED =
                   DIAEMP-MINUTOS (SUB-D) / 60.
           MOVE DIAEMP-AUSENCIA (SUB-D) TO REGJOR-AUSENCIA-TIPO.
           MOVE DIAEMP-INCIDENCIA (SUB-D) TO REGJOR-INCIDENCIA.
           MOVE FECHA-DE-HOY TO REGJOR-FECHA-GRABACION.
           WRITE REGJOR-REGISTRO
               INVALID KEY
                   REWRITE REGJOR-REGISTRO
           END-WRITE.
           ADD 1 TO CONT-DIAS-GRABADOS.

       COPIAR-MARCAJE-CONSERVADO.
           IF SUB-K > DIAEMP-NUM-MARCAJES (SUB-D)
               MOVE ZERO TO REGJOR-HORA (SUB-K)
               MOVE SPACE TO REGJOR-TIPO (SUB-K)
           ELSE
               MOVE DIAEMP-HORA (SUB-D, SUB-K) TO REGJOR-HORA (SUB-K)
               MOVE DIAEMP-TIPO (SUB-D, SUB-K) TO REGJOR-TIPO (SUB-K).
           ADD 1 TO SUB-K.

       IMPRIMIR-REGISTRO.
      *Un registro mensual por empleado y mes, en pagina propia,
      *leido del archivo conservado. Lo usan la generacion del mes
      *y la copia de cualquier empleado y periodo.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "REGISTRO-JORNADA" TO INFORME-PROGRAMA.
           MOVE "REGISTRO DIARIO DE JORNADA" TO INFORME-TITULO.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "N" TO HAY-GRUPO-ABIERTO.
           MOVE "N" TO HAY-PAGINA-IMPRESA.
           MOVE "N" TO FIN-REGISTRO.
           IF SELECCION-ID = SPACE
               MOVE LOW-VALUES TO REGJOR-CLAVE
           ELSE
               MOVE SELECCION-ID TO REGJOR-EMPLEADOS-ID
               MOVE SELECCION-DESDE TO REGJOR-FECHA.
           START REGISTRO-JORNADA-ARCHIVO
               KEY IS NOT LESS THAN REGJOR-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-REGISTRO
           END-START.
           PERFORM IMPRIMIR-DIA-CONSERVADO
           UNTIL FIN-REGISTRO = "S".
           IF HAY-GRUPO-ABIERTO = "S"
               PERFORM CERRAR-GRUPO.
           IF HAY-PAGINA-IMPRESA = "N"
               MOVE "L" TO INFORME-OPERACION
               MOVE SPACE TO INFORME-LINEA
               MOVE "SIN DIAS REGISTRADOS EN LA SELECCION"
                   TO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-REGISTROS-IMPRESOS TO CONT-EDITADO.
           STRING "REGISTROS MENSUALES IMPRESOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-DIA-CONSERVADO.
           READ REGISTRO-JORNADA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-REGISTRO
           END-READ.
           IF FIN-REGISTRO = "N" AND SELECCION-ID NOT = SPACE AND
              REGJOR-EMPLEADOS-ID NOT = SELECCION-ID
               MOVE "S" TO FIN-REGISTRO.
           IF FIN-REGISTRO = "N" AND
              REGJOR-FECHA NOT < SELECCION-DESDE AND
              REGJOR-FECHA NOT > SELECCION-HASTA
               PERFORM IMPRIMIR-LINEA-DIA.

       IMPRIMIR-LINEA-DIA.
           COMPUTE REGISTRO-ANIO-MES = REGJOR-FECHA / 100.
           IF HAY-GRUPO-ABIERTO = "S" AND
              (REGJOR-EMPLEADOS-ID NOT = GRUPO-ID OR
               REGISTRO-ANIO-MES NOT = GRUPO-ANIO-MES)
               PERFORM CERRAR-GRUPO.
           IF HAY-GRUPO-ABIERTO = "N"
               PERFORM ABRIR-GRUPO.
           MOVE SPACE TO LINEA-MARCAJES.
           MOVE 1 TO SUB-K.
           PERFORM EDITAR-MARCAJE
           UNTIL SUB-K > REGJOR-NUM-MARCAJES.
           MOVE SPACE TO TEXTO-AUSENCIA.
           IF REGJOR-AUSENCIA-TIPO = "V"
               MOVE "VACACIONES" TO TEXTO-AUSENCIA.
           IF REGJOR-AUSENCIA-TIPO = "E"
               MOVE "ENFERMEDAD" TO TEXTO-AUSENCIA.
           IF REGJOR-AUSENCIA-TIPO = "P"
               MOVE "PERMISO" TO TEXTO-AUSENCIA.
           IF REGJOR-AUSENCIA-TIPO NOT = SPACE
               ADD 1 TO CONT-DIAS-AUSENCIA.
           MOVE SPACE TO TEXTO-INCIDENCIA.
           IF REGJOR-CON-INCIDENCIA
               MOVE "INCIDENCIA" TO TEXTO-INCIDENCIA
               ADD 1 TO CONT-DIAS-INCIDENCIA.
           ADD REGJOR-HORAS TO TOTAL-HORAS-GRUPO.
           MOVE REGJOR-FECHA TO FECHA-TRABAJO.
           MOVE TRABAJO-DIA TO EDITADA-DIA.
           MOVE TRABAJO-MES TO EDITADA-MES.
           MOVE TRABAJO-ANIO TO EDITADA-ANIO.
           MOVE REGJOR-HORAS TO HORAS-EDITADAS.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING FECHA-EDITADA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LINEA-MARCAJES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HORAS-EDITADAS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TEXTO-AUSENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEXTO-INCIDENCIA DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       EDITAR-MARCAJE.
           MOVE REGJOR-TIPO (SUB-K) TO LINEA-TIPO (SUB-K).
           MOVE REGJOR-HORA (SUB-K) TO LINEA-HORA (SUB-K).
           ADD 1 TO SUB-K.

       ABRIR-GRUPO.
      *Cabecera del registro mensual de un empleado.
           MOVE "S" TO HAY-GRUPO-ABIERTO.
           MOVE REGJOR-EMPLEADOS-ID TO GRUPO-ID.
           MOVE REGISTRO-ANIO-MES TO GRUPO-ANIO-MES.
           MOVE ZERO TO TOTAL-HORAS-GRUPO.
           MOVE 0 TO CONT-DIAS-AUSENCIA.
           MOVE 0 TO CONT-DIAS-INCIDENCIA.
           ADD 1 TO CONT-REGISTROS-IMPRESOS.
           IF HAY-PAGINA-IMPRESA = "S"
               MOVE "P" TO INFORME-OPERACION
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "S" TO HAY-PAGINA-IMPRESA.
           MOVE SPACE TO EMPLEADOS-REGISTRO.
           MOVE GRUPO-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "** SIN FICHA DE EMPLEADO **"
                       TO EMPLEADOS-APELLIDOS
           END-READ.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TRABAJADOR: " DELIMITED BY SIZE
                  GRUPO-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-APELLIDOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-NOMBRE DELIMITED BY SIZE
                  " NIF: " DELIMITED BY SIZE
                  EMPLEADOS-NIF DELIMITED BY SIZE
                  " DEPTO: " DELIMITED BY SIZE
                  EMPLEADOS-DEPARTAMENTO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "MES: " DELIMITED BY SIZE
                  GRUPO-ANIO-MES DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "FECHA       MARCAJES (E ENTRADA, S SALIDA, HHMM)"
               TO INFORME-LINEA.
           MOVE "HORAS  AUSENCIA" TO INFORME-LINEA (74:15).
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-GRUPO.
      *Total del mes y espacio para las firmas.
           MOVE "N" TO HAY-GRUPO-ABIERTO.
           MOVE TOTAL-HORAS-GRUPO TO TOTAL-EDITADO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-DIAS-AUSENCIA TO DIAS-EDITADOS.
           STRING "TOTAL HORAS DEL MES: " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
                  "   DIAS DE AUSENCIA: " DELIMITED BY SIZE
                  DIAS-EDITADOS DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           IF CONT-DIAS-INCIDENCIA > 0
               MOVE SPACE TO INFORME-LINEA
               MOVE CONT-DIAS-INCIDENCIA TO DIAS-EDITADOS
               STRING "DIAS CON MARCAJES SIN PAREJA: "
                      DELIMITED BY SIZE
                      DIAS-EDITADOS DELIMITED BY SIZE
                   INTO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "FIRMA DEL TRABAJADOR: ____________________"
               TO INFORME-LINEA.
           MOVE "FIRMA DE LA EMPRESA: ____________________"
               TO INFORME-LINEA (60:41).
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CONVERTIR-HORA-A-MINUTOS.
           DIVIDE HORA-A-CONVERTIR BY 100 GIVING HORA-COCIENTE
               REMAINDER HORA-RESTO.
           COMPUTE MINUTOS-CONVERTIDOS =
                   HORA-COCIENTE * 60 + HORA-RESTO.

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

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       END PROGRAM REGISTRO-JORNADA.

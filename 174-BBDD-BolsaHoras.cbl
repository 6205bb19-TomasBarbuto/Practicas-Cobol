       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLSA-HORAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de horarios de trabajo.
       COPY "copybooks/28-PhHorarios.cbl".
      *Archivo maestro del calendario de festivos.
       COPY "copybooks/28-PhFestivos.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-PhAusencias.cbl".
      *Archivo de horas diarias del reloj de fichajes.
       COPY "copybooks/28-PhHorasDiarias.cbl".
      *Archivo de bolsa de horas por empleado y ejercicio.
       COPY "copybooks/28-PhBolsaHoras.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de horarios de trabajo.
       COPY "copybooks/28-LoHorarios.cbl".
      *Archivo maestro del calendario de festivos.
       COPY "copybooks/28-LoFestivos.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-LoAusencias.cbl".
      *Archivo de horas diarias del reloj de fichajes.
       COPY "copybooks/28-LoHorasDiarias.cbl".
      *Archivo de bolsa de horas por empleado y ejercicio.
       COPY "copybooks/28-LoBolsaHoras.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  FIN-AUSENCIAS PIC X.
       77  CALENDARIO-DISPONIBLE PIC X VALUE "N".
       77  AUSENCIAS-DISPONIBLES PIC X VALUE "N".
       77  ES-FESTIVO PIC X.
       77  TIENE-HORARIO PIC X.
       77  TIENE-AUSENCIA PIC X.
       77  BOLSA-NUEVA PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  AVISO-AUSENCIAS-LLENA PIC X VALUE "N".
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  SUB-M PIC 9(2) COMP VALUE 0.
       77  SUB-A PIC 9(2) COMP VALUE 0.
       77  POSICION-TRABAJADA PIC 9(4) COMP VALUE 0.
       77  CONT-TRABAJADAS PIC 9(4) COMP VALUE 0.
       77  CONT-AUSENCIAS-EMPLEADO PIC 9(2) COMP VALUE 0.
       77  CONT-FICHAJES-DESCARTADOS PIC 9(5) COMP VALUE 0.
       77  CONT-PROCESADOS PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-HORARIO PIC 9(5) COMP VALUE 0.
       77  CONT-BOLSAS-NUEVAS PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

      *Mes que se cierra, con su primer y ultimo dia natural.
       01  MES-X PIC X(6).
       01  MES-CALCULO REDEFINES MES-X PIC 9(6).
       01  MES-CALCULO-R REDEFINES MES-X.
           05 CALCULO-ANIO PIC 9(4).
           05 CALCULO-MES PIC 9(2).
       01  PRIMER-DIA-MES PIC 9(8).
       01  ULTIMO-DIA-MES PIC 9(8).
       01  FECHA-DE-HOY PIC 9(8).

      *Horas trabajadas del mes sumadas por empleado desde el
      *archivo del reloj.
       01  TABLA-TRABAJADAS.
           05 TRABAJADA-FILA OCCURS 500 TIMES.
               10 TRABAJADA-ID PIC X(6).
               10 TRABAJADA-HORAS PIC 9(3)V99.
       01  ID-BUSCADO PIC X(6).

      *Tramos de ausencia del empleado en curso que tocan el mes.
       01  TABLA-AUSENCIAS-EMPLEADO.
           05 AUSEMP-FILA OCCURS 31 TIMES.
               10 AUSEMP-DESDE PIC 9(8).
               10 AUSEMP-HASTA PIC 9(8).

      *Jornada del empleado en curso: horas del dia completo de su
      *horario, dias de trabajo de la semana y porcentaje de jornada
      *vigente y anterior a la fecha de efecto del cambio.
       01  HORAS-JORNADA-COMPLETA PIC 9(2)V99.
       01  DIAS-HORARIO.
           05 DIA-HORARIO OCCURS 7 TIMES PIC X(1).
       01  PORCENTAJE-VIGENTE PIC 9(3)V99.
       01  PORCENTAJE-ANTERIOR PIC 9(3)V99.
       01  PORCENTAJE-DIA PIC 9(3)V99.
       01  JORNADA-DESDE PIC 9(8).
       01  FECHA-ALTA PIC 9(8).
       01  HORAS-DIA PIC 9(2)V99.

      *Acumulados del ejercicio sobre los meses cerrados y saldos
      *de la pasada para el extracto.
       01  PACTADAS-A-LA-FECHA PIC 9(4)V99.
       01  CUMPLIDAS-A-LA-FECHA PIC 9(4)V99.
       01  DIFERENCIA-MES PIC S9(4)V99.
       01  TOTAL-SALDO-A-FAVOR PIC 9(7)V99 VALUE 0.
       01  TOTAL-SALDO-EN-CONTRA PIC 9(7)V99 VALUE 0.
       01  HORAS-EDITADAS-1 PIC ZZ9.99.
       01  HORAS-EDITADAS-2 PIC ZZ9.99.
       01  HORAS-EDITADAS-3 PIC ZZ9.99.
       01  DIFERENCIA-EDITADA PIC ---9.99.
       01  ANUALES-EDITADAS PIC Z,ZZ9.99.
       01  PACTADAS-EDITADAS PIC Z,ZZ9.99.
       01  CUMPLIDAS-EDITADAS PIC Z,ZZ9.99.
       01  SALDO-EDITADO PIC ----9.99.
       01  TOTAL-EDITADO PIC Z,ZZZ,ZZ9.99.

      *Dia del calendario que se esta valorando; se avanza de uno en
      *uno desde el 1 de enero hasta el 31 de diciembre.
       01  FECHA-SIGUIENTE PIC 9(8).
       01  FECHA-SIGUIENTE-R REDEFINES FECHA-SIGUIENTE.
           05 SIGUIENTE-ANIO PIC 9(4).
           05 SIGUIENTE-MES PIC 9(2).
           05 SIGUIENTE-DIA PIC 9(2).
       01  DIAS-DEL-MES PIC 9(2).
       01  RESTO-BISIESTO PIC 9(4).
       01  COCIENTE-BISIESTO PIC 9(4).

      *Congruencia de Zeller, calculada termino a termino para que
      *cada division quede entera.
       01  ZELLER-Q PIC 9(2).
       01  ZELLER-M PIC 9(2).
       01  ZELLER-A PIC 9(4).
       01  ZELLER-J PIC 9(2).
       01  ZELLER-K PIC 9(2).
       01  ZELLER-TERMINO-MES PIC 9(3).
       01  ZELLER-TERMINO-K PIC 9(2).
       01  ZELLER-TERMINO-J PIC 9(2).
       01  ZELLER-SUMA PIC 9(4).
       01  ZELLER-COCIENTE PIC 9(4).
       01  ZELLER-H PIC 9(1).
       01  INDICE-DIA-SEMANA PIC 9(1).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de horarios.
       COPY "copybooks/28-EstadoHorarios.cbl".
      *Estado del archivo maestro de festivos.
       COPY "copybooks/28-EstadoFestivos.cbl".
      *Estado del archivo de ausencias y vacaciones.
       COPY "copybooks/28-EstadoAusencias.cbl".
      *Estado del archivo de horas diarias.
       COPY "copybooks/28-EstadoHorasDiarias.cbl".
      *Estado del archivo de bolsa de horas.
       COPY "copybooks/28-EstadoBolsaHoras.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           PERFORM PEDIR-MES.
           PERFORM CARGAR-HORAS-TRABAJADAS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ABRIR-INFORME.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM REVISAR-EMPLEADO
           UNTIL LEE-TODO = "1".
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM MOSTRAR-RESUMEN.
           STOP RUN.

       PEDIR-MES.
      *Por defecto se cierra el mes de la fecha de negocio.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           DISPLAY "Mes a cerrar en la bolsa de horas (AAAAMM, en "
                   "blanco el mes de negocio): ".
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
           DISPLAY "Cierre de la bolsa de horas del mes " MES-CALCULO.

       CARGAR-HORAS-TRABAJADAS.
           OPEN INPUT HORAS-DIARIAS-ARCHIVO.
           IF HORAS-DIARIAS-STATUS NOT = "00"
               DISPLAY "Sin archivo del reloj de fichajes, todos "
                       "los empleados cierran el mes sin horas "
                       "trabajadas."
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-FICHAJE-DEL-MES
               UNTIL LEE-TODO = "1"
               CLOSE HORAS-DIARIAS-ARCHIVO.

       LEER-FICHAJE-DEL-MES.
           READ HORAS-DIARIAS-ARCHIVO
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   IF FICHAJE-FECHA NOT < PRIMER-DIA-MES AND
                      FICHAJE-FECHA NOT > ULTIMO-DIA-MES
                       PERFORM ACUMULAR-FICHAJE
           END-READ.

       ACUMULAR-FICHAJE.
      *Las horas imposibles de un dia las descarta tambien la carga
      *de horas mensuales.
           MOVE 0 TO POSICION-TRABAJADA.
           IF FICHAJE-HORAS NOT NUMERIC OR FICHAJE-HORAS > 24
               ADD 1 TO CONT-FICHAJES-DESCARTADOS
           ELSE
               MOVE FICHAJE-EMPLEADOS-ID TO ID-BUSCADO
               PERFORM BUSCAR-TRABAJADA
               IF POSICION-TRABAJADA = 0
                   PERFORM ANIADIR-TRABAJADA.
           IF POSICION-TRABAJADA > 0
               ADD FICHAJE-HORAS
                   TO TRABAJADA-HORAS (POSICION-TRABAJADA).

       ANIADIR-TRABAJADA.
           IF CONT-TRABAJADAS < 500
               ADD 1 TO CONT-TRABAJADAS
               MOVE FICHAJE-EMPLEADOS-ID
                   TO TRABAJADA-ID (CONT-TRABAJADAS)
               MOVE ZERO TO TRABAJADA-HORAS (CONT-TRABAJADAS)
               MOVE CONT-TRABAJADAS TO POSICION-TRABAJADA
           ELSE
               ADD 1 TO CONT-FICHAJES-DESCARTADOS
               IF AVISO-TABLA-LLENA = "N"
                   DISPLAY "Aviso: mas de 500 empleados con "
                           "fichajes, la bolsa no suma los "
                           "siguientes."
                   MOVE "S" TO AVISO-TABLA-LLENA.

       BUSCAR-TRABAJADA.
           MOVE 0 TO POSICION-TRABAJADA.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-TRABAJADA
           UNTIL SUB-I > CONT-TRABAJADAS OR POSICION-TRABAJADA > 0.

       COMPARAR-TRABAJADA.
           IF TRABAJADA-ID (SUB-I) = ID-BUSCADO
               MOVE SUB-I TO POSICION-TRABAJADA.
           ADD 1 TO SUB-I.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
      *Sin maestro de horarios no hay calendario de horas pactadas.
           OPEN INPUT HORARIOS-ARCHIVO.
           IF HORARIOS-ARCHIVO-STATUS = "35"
               DISPLAY "No hay maestro de horarios, no hay bolsa de "
                       "horas que cerrar."
               CLOSE EMPLEADOS-ARCHIVO
               STOP RUN.
      *Sin calendario no se descuentan festivos; sin archivo de
      *ausencias no hay horas justificadas.
           MOVE "S" TO CALENDARIO-DISPONIBLE.
           OPEN INPUT FESTIVOS-ARCHIVO.
           IF FESTIVOS-ARCHIVO-STATUS = "35"
               MOVE "N" TO CALENDARIO-DISPONIBLE.
           MOVE "S" TO AUSENCIAS-DISPONIBLES.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           IF AUSENCIAS-ARCHIVO-STATUS = "35"
               MOVE "N" TO AUSENCIAS-DISPONIBLES.
      *El archivo de la bolsa es indexado y se crea vacio la primera
      *vez que se cierra un mes.
           OPEN I-O BOLSA-HORAS-ARCHIVO.
           IF BOLSA-HORAS-STATUS = "35"
               OPEN OUTPUT BOLSA-HORAS-ARCHIVO
               CLOSE BOLSA-HORAS-ARCHIVO
               OPEN I-O BOLSA-HORAS-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE HORARIOS-ARCHIVO.
           IF CALENDARIO-DISPONIBLE = "S"
               CLOSE FESTIVOS-ARCHIVO.
           IF AUSENCIAS-DISPONIBLES = "S"
               CLOSE AUSENCIAS-ARCHIVO.
           CLOSE BOLSA-HORAS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       REVISAR-EMPLEADO.
           IF EMPLEADOS-ACTIVO
               PERFORM LEER-HORARIO
               IF TIENE-HORARIO = "S"
                   PERFORM CERRAR-MES-EMPLEADO
               ELSE
                   ADD 1 TO CONT-SIN-HORARIO.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       LEER-HORARIO.
           MOVE "N" TO TIENE-HORARIO.
           MOVE EMPLEADOS-ID TO HORARIO-EMPLEADOS-ID.
           READ HORARIOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO TIENE-HORARIO
           END-READ.

       CERRAR-MES-EMPLEADO.
           ADD 1 TO CONT-PROCESADOS.
           PERFORM CARGAR-JORNADA-EMPLEADO.
           PERFORM CARGAR-AUSENCIAS-EMPLEADO.
           PERFORM LEER-BOLSA.
           PERFORM PREPARAR-MESES-ABIERTOS.
           MOVE CALCULO-ANIO TO SIGUIENTE-ANIO.
           MOVE 1 TO SIGUIENTE-MES.
           MOVE 1 TO SIGUIENTE-DIA.
           PERFORM VALORAR-DIA-CALENDARIO
           UNTIL SIGUIENTE-ANIO NOT = CALCULO-ANIO.
           MOVE CALCULO-MES TO SUB-M.
           MOVE ZERO TO BOLSA-HORAS-TRABAJADAS (SUB-M).
           MOVE EMPLEADOS-ID TO ID-BUSCADO.
           PERFORM BUSCAR-TRABAJADA.
           IF POSICION-TRABAJADA > 0
               MOVE TRABAJADA-HORAS (POSICION-TRABAJADA)
                   TO BOLSA-HORAS-TRABAJADAS (SUB-M).
           MOVE "C" TO BOLSA-MES-ESTADO (SUB-M).
           IF BOLSA-ULTIMO-MES < CALCULO-MES
               MOVE CALCULO-MES TO BOLSA-ULTIMO-MES.
           PERFORM CALCULAR-SALDO.
           MOVE FECHA-DE-HOY TO BOLSA-FECHA-CALCULO.
           PERFORM GRABAR-BOLSA.
           PERFORM IMPRIMIR-EXTRACTO.

       CARGAR-JORNADA-EMPLEADO.
      *Un porcentaje sin informar o fuera de rango cuenta como
      *jornada completa, como en la nomina.
           MOVE HORARIO-DIAS-SEMANA TO DIAS-HORARIO.
           MOVE ZERO TO HORAS-JORNADA-COMPLETA.
           IF HORARIO-HORAS-DIA NUMERIC
               MOVE HORARIO-HORAS-DIA TO HORAS-JORNADA-COMPLETA.
           MOVE 100 TO PORCENTAJE-VIGENTE.
           IF EMPLEADOS-JORNADA-PORCENTAJE NUMERIC AND
              EMPLEADOS-JORNADA-PORCENTAJE > 0 AND
              EMPLEADOS-JORNADA-PORCENTAJE NOT > 100
               MOVE EMPLEADOS-JORNADA-PORCENTAJE
                   TO PORCENTAJE-VIGENTE.
           MOVE PORCENTAJE-VIGENTE TO PORCENTAJE-ANTERIOR.
           IF EMPLEADOS-JORNADA-ANTERIOR NUMERIC AND
              EMPLEADOS-JORNADA-ANTERIOR > 0 AND
              EMPLEADOS-JORNADA-ANTERIOR NOT > 100
               MOVE EMPLEADOS-JORNADA-ANTERIOR
                   TO PORCENTAJE-ANTERIOR.
           MOVE ZERO TO JORNADA-DESDE.
           IF EMPLEADOS-JORNADA-DESDE NUMERIC
               MOVE EMPLEADOS-JORNADA-DESDE TO JORNADA-DESDE.
           MOVE ZERO TO FECHA-ALTA.
           IF EMPLEADOS-FECHA-ALTA NUMERIC
               MOVE EMPLEADOS-FECHA-ALTA TO FECHA-ALTA.

       CARGAR-AUSENCIAS-EMPLEADO.
      *Tramos de ausencia del empleado que tocan el mes cerrado; las
      *horas pactadas de esos dias quedan justificadas.
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
              AUSENCIA-FECHA-HASTA NOT < PRIMER-DIA-MES
               PERFORM GUARDAR-AUSENCIA-EMPLEADO.

       GUARDAR-AUSENCIA-EMPLEADO.
           IF CONT-AUSENCIAS-EMPLEADO < 31
               ADD 1 TO CONT-AUSENCIAS-EMPLEADO
               MOVE AUSENCIA-FECHA-DESDE
                   TO AUSEMP-DESDE (CONT-AUSENCIAS-EMPLEADO)
               MOVE AUSENCIA-FECHA-HASTA
                   TO AUSEMP-HASTA (CONT-AUSENCIAS-EMPLEADO)
           ELSE
               IF AVISO-AUSENCIAS-LLENA = "N"
                   DISPLAY "Aviso: el empleado " EMPLEADOS-ID
                           " tiene mas de 31 tramos de ausencia "
                           "en el mes."
                   MOVE "S" TO AVISO-AUSENCIAS-LLENA.

       LEER-BOLSA.
      *La bolsa del ejercicio se crea con todos los meses abiertos
      *y a cero la primera vez que se cierra un mes del empleado.
           MOVE "N" TO BOLSA-NUEVA.
           MOVE EMPLEADOS-ID TO BOLSA-EMPLEADOS-ID.
           MOVE CALCULO-ANIO TO BOLSA-EJERCICIO.
           READ BOLSA-HORAS-ARCHIVO
               INVALID KEY
                   MOVE "S" TO BOLSA-NUEVA
           END-READ.
           IF BOLSA-NUEVA = "S"
               ADD 1 TO CONT-BOLSAS-NUEVAS
               MOVE SPACE TO BOLSA-REGISTRO
               MOVE EMPLEADOS-ID TO BOLSA-EMPLEADOS-ID
               MOVE CALCULO-ANIO TO BOLSA-EJERCICIO
               MOVE ZERO TO BOLSA-HORAS-ANUALES
               MOVE ZERO TO BOLSA-SALDO
               MOVE ZERO TO BOLSA-ULTIMO-MES
               MOVE 1 TO SUB-M
               PERFORM INICIALIZAR-MES-BOLSA
               UNTIL SUB-M > 12.

       INICIALIZAR-MES-BOLSA.
           MOVE ZERO TO BOLSA-HORAS-PACTADAS (SUB-M).
           MOVE ZERO TO BOLSA-HORAS-JUSTIFICADAS (SUB-M).
           MOVE ZERO TO BOLSA-HORAS-TRABAJADAS (SUB-M).
           MOVE SPACE TO BOLSA-MES-ESTADO (SUB-M).
           ADD 1 TO SUB-M.

       PREPARAR-MESES-ABIERTOS.
      *Los meses ya cerrados conservan sus horas pactadas aunque
      *despues cambie el calendario o el horario; los abiertos y el
      *que se cierra ahora se recalculan desde cero.
           MOVE 1 TO SUB-M.
           PERFORM PREPARAR-MES-ABIERTO
           UNTIL SUB-M > 12.

       PREPARAR-MES-ABIERTO.
           IF NOT BOLSA-MES-CERRADO (SUB-M) OR SUB-M = CALCULO-MES
               MOVE ZERO TO BOLSA-HORAS-PACTADAS (SUB-M).
           IF SUB-M = CALCULO-MES
               MOVE ZERO TO BOLSA-HORAS-JUSTIFICADAS (SUB-M).
           ADD 1 TO SUB-M.

       VALORAR-DIA-CALENDARIO.
           MOVE SIGUIENTE-MES TO SUB-M.
           IF NOT BOLSA-MES-CERRADO (SUB-M) OR SUB-M = CALCULO-MES
               PERFORM CALCULAR-HORAS-DIA THRU CALCULAR-HORAS-DIA-FIN
               ADD HORAS-DIA TO BOLSA-HORAS-PACTADAS (SUB-M)
               IF SUB-M = CALCULO-MES AND HORAS-DIA > 0
                   PERFORM COMPROBAR-AUSENCIA-DIA
                   IF TIENE-AUSENCIA = "S"
                       ADD HORAS-DIA
                           TO BOLSA-HORAS-JUSTIFICADAS (SUB-M).
           PERFORM AVANZAR-UN-DIA.

       CALCULAR-HORAS-DIA.
      *Horas pactadas de un dia: las de la jornada completa del
      *horario reducidas al porcentaje de jornada en vigor ese dia,
      *si el horario marca el dia como de trabajo, no es festivo de
      *la empresa ni de la sucursal y el empleado ya estaba de alta.
           MOVE ZERO TO HORAS-DIA.
           IF FECHA-SIGUIENTE < FECHA-ALTA
               GO TO CALCULAR-HORAS-DIA-FIN.
           PERFORM CALCULAR-DIA-SEMANA.
           PERFORM CALCULAR-INDICE-DIA.
           IF DIA-HORARIO (INDICE-DIA-SEMANA) NOT = "S"
               GO TO CALCULAR-HORAS-DIA-FIN.
           PERFORM COMPROBAR-FESTIVO.
           IF ES-FESTIVO = "S"
               GO TO CALCULAR-HORAS-DIA-FIN.
           IF FECHA-SIGUIENTE < JORNADA-DESDE
               MOVE PORCENTAJE-ANTERIOR TO PORCENTAJE-DIA
           ELSE
               MOVE PORCENTAJE-VIGENTE TO PORCENTAJE-DIA.
           COMPUTE HORAS-DIA ROUNDED =
                   HORAS-JORNADA-COMPLETA * PORCENTAJE-DIA / 100.

       CALCULAR-HORAS-DIA-FIN.
           EXIT.

       COMPROBAR-FESTIVO.
           MOVE "N" TO ES-FESTIVO.
           IF CALENDARIO-DISPONIBLE = "S"
               MOVE FECHA-SIGUIENTE TO FESTIVO-FECHA
               MOVE SPACE TO FESTIVO-SUCURSAL
               READ FESTIVOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ES-FESTIVO
               END-READ.
           IF CALENDARIO-DISPONIBLE = "S" AND ES-FESTIVO = "N" AND
              EMPLEADOS-SUCURSAL NOT = SPACE
               MOVE FECHA-SIGUIENTE TO FESTIVO-FECHA
               MOVE EMPLEADOS-SUCURSAL TO FESTIVO-SUCURSAL
               READ FESTIVOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ES-FESTIVO
               END-READ.

       COMPROBAR-AUSENCIA-DIA.
           MOVE "N" TO TIENE-AUSENCIA.
           MOVE 1 TO SUB-A.
           PERFORM COMPARAR-AUSENCIA-DIA
           UNTIL SUB-A > CONT-AUSENCIAS-EMPLEADO OR
                 TIENE-AUSENCIA = "S".

       COMPARAR-AUSENCIA-DIA.
           IF AUSEMP-DESDE (SUB-A) NOT > FECHA-SIGUIENTE AND
              AUSEMP-HASTA (SUB-A) NOT < FECHA-SIGUIENTE
               MOVE "S" TO TIENE-AUSENCIA.
           ADD 1 TO SUB-A.

       CALCULAR-DIA-SEMANA.
      *Congruencia de Zeller sobre el dia valorado: 0 = sabado,
      *1 = domingo, 2 = lunes y asi sucesivamente.
           MOVE SIGUIENTE-DIA TO ZELLER-Q.
           MOVE SIGUIENTE-MES TO ZELLER-M.
           MOVE SIGUIENTE-ANIO TO ZELLER-A.
           IF ZELLER-M < 3
               ADD 12 TO ZELLER-M
               SUBTRACT 1 FROM ZELLER-A.
           DIVIDE ZELLER-A BY 100 GIVING ZELLER-J
               REMAINDER ZELLER-K.
           COMPUTE ZELLER-TERMINO-MES = 13 * (ZELLER-M + 1) / 5.
           DIVIDE 4 INTO ZELLER-K GIVING ZELLER-TERMINO-K.
           DIVIDE 4 INTO ZELLER-J GIVING ZELLER-TERMINO-J.
           COMPUTE ZELLER-SUMA =
                   ZELLER-Q + ZELLER-TERMINO-MES + ZELLER-K +
                   ZELLER-TERMINO-K + ZELLER-TERMINO-J +
                   (5 * ZELLER-J).
           DIVIDE ZELLER-SUMA BY 7 GIVING ZELLER-COCIENTE
               REMAINDER ZELLER-H.

       CALCULAR-INDICE-DIA.
      *El horario guarda las marcas de lunes (1) a domingo (7).
           IF ZELLER-H NOT < 2
               COMPUTE INDICE-DIA-SEMANA = ZELLER-H - 1
           ELSE
               COMPUTE INDICE-DIA-SEMANA = ZELLER-H + 6.

       CALCULAR-SALDO.
      *El calendario anual suma los doce meses; el saldo y los
      *acumulados a la fecha solo los meses cerrados. Las horas
      *justificadas cuentan como cumplidas.
           MOVE ZERO TO BOLSA-HORAS-ANUALES.
           MOVE ZERO TO BOLSA-SALDO.
           MOVE ZERO TO PACTADAS-A-LA-FECHA.
           MOVE ZERO TO CUMPLIDAS-A-LA-FECHA.
           MOVE 1 TO SUB-M.
           PERFORM SUMAR-MES-SALDO
           UNTIL SUB-M > 12.
           COMPUTE BOLSA-SALDO =
                   CUMPLIDAS-A-LA-FECHA - PACTADAS-A-LA-FECHA.

       SUMAR-MES-SALDO.
           ADD BOLSA-HORAS-PACTADAS (SUB-M) TO BOLSA-HORAS-ANUALES.
           IF BOLSA-MES-CERRADO (SUB-M)
               ADD BOLSA-HORAS-PACTADAS (SUB-M)
                   TO PACTADAS-A-LA-FECHA
               ADD BOLSA-HORAS-JUSTIFICADAS (SUB-M)
                   TO CUMPLIDAS-A-LA-FECHA
               ADD BOLSA-HORAS-TRABAJADAS (SUB-M)
                   TO CUMPLIDAS-A-LA-FECHA.
           ADD 1 TO SUB-M.

       GRABAR-BOLSA.
           IF BOLSA-NUEVA = "S"
               WRITE BOLSA-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar la bolsa de horas "
                               "del empleado " EMPLEADOS-ID
               END-WRITE
           ELSE
               REWRITE BOLSA-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al regrabar la bolsa de horas "
                               "del empleado " EMPLEADOS-ID
               END-REWRITE.
           IF BOLSA-SALDO > 0
               ADD BOLSA-SALDO TO TOTAL-SALDO-A-FAVOR
           ELSE
               SUBTRACT BOLSA-SALDO FROM TOTAL-SALDO-EN-CONTRA.

       IMPRIMIR-EXTRACTO.
      *Tres lineas por empleado: identificacion, el mes cerrado
      *(pactadas, justificadas, trabajadas y diferencia) y la
      *situacion del ejercicio (calendario anual, pactadas y
      *cumplidas hasta la fecha y saldo de la bolsa).
           MOVE CALCULO-MES TO SUB-M.
           COMPUTE DIFERENCIA-MES = BOLSA-HORAS-TRABAJADAS (SUB-M) +
                   BOLSA-HORAS-JUSTIFICADAS (SUB-M) -
                   BOLSA-HORAS-PACTADAS (SUB-M).
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "ID: " DELIMITED BY SIZE
                  EMPLEADOS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-APELLIDOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-NOMBRE DELIMITED BY SIZE
                  " DEPTO: " DELIMITED BY SIZE
                  EMPLEADOS-DEPARTAMENTO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE BOLSA-HORAS-PACTADAS (SUB-M) TO HORAS-EDITADAS-1.
           MOVE BOLSA-HORAS-JUSTIFICADAS (SUB-M) TO HORAS-EDITADAS-2.
           MOVE BOLSA-HORAS-TRABAJADAS (SUB-M) TO HORAS-EDITADAS-3.
           MOVE DIFERENCIA-MES TO DIFERENCIA-EDITADA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   MES " DELIMITED BY SIZE
                  MES-CALCULO DELIMITED BY SIZE
                  "  PACTADAS: " DELIMITED BY SIZE
                  HORAS-EDITADAS-1 DELIMITED BY SIZE
                  "  AUSENCIAS: " DELIMITED BY SIZE
                  HORAS-EDITADAS-2 DELIMITED BY SIZE
                  "  TRABAJADAS: " DELIMITED BY SIZE
                  HORAS-EDITADAS-3 DELIMITED BY SIZE
                  "  DIFERENCIA: " DELIMITED BY SIZE
                  DIFERENCIA-EDITADA DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE BOLSA-HORAS-ANUALES TO ANUALES-EDITADAS.
           MOVE PACTADAS-A-LA-FECHA TO PACTADAS-EDITADAS.
           MOVE CUMPLIDAS-A-LA-FECHA TO CUMPLIDAS-EDITADAS.
           MOVE BOLSA-SALDO TO SALDO-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   EJERCICIO " DELIMITED BY SIZE
                  CALCULO-ANIO DELIMITED BY SIZE
                  "  CALENDARIO: " DELIMITED BY SIZE
                  ANUALES-EDITADAS DELIMITED BY SIZE
                  "  PACTADAS A LA FECHA: " DELIMITED BY SIZE
                  PACTADAS-EDITADAS DELIMITED BY SIZE
                  "  CUMPLIDAS: " DELIMITED BY SIZE
                  CUMPLIDAS-EDITADAS DELIMITED BY SIZE
                  "  SALDO: " DELIMITED BY SIZE
                  SALDO-EDITADO DELIMITED BY SIZE
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

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "EXTRACTO_BOLSA_HORAS.TXT" TO INFORME-NOMBRE.
           MOVE "BOLSA-HORAS" TO INFORME-PROGRAMA.
           MOVE "EXTRACTO MENSUAL DE LA BOLSA DE HORAS"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-PROCESADOS TO CONT-EDITADO.
           STRING "EMPLEADOS CON BOLSA CERRADA EN " DELIMITED BY SIZE
                  MES-CALCULO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE TOTAL-SALDO-A-FAVOR TO TOTAL-EDITADO.
           STRING "HORAS A FAVOR DE LOS EMPLEADOS:  " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE TOTAL-SALDO-EN-CONTRA TO TOTAL-EDITADO.
           STRING "HORAS A RECUPERAR POR EMPLEADOS: " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN DEL CIERRE DE LA BOLSA DE HORAS".
           DISPLAY "Empleados con bolsa cerrada:  " CONT-PROCESADOS.
           DISPLAY "Bolsas nuevas del ejercicio:  " CONT-BOLSAS-NUEVAS.
           DISPLAY "Activos sin horario:          " CONT-SIN-HORARIO.
           DISPLAY "Fichajes descartados:         "
                   CONT-FICHAJES-DESCARTADOS.

       END PROGRAM BOLSA-HORAS.

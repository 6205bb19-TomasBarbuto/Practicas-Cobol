       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMAS-TURNOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de marcajes del reloj de fichajes.
       COPY "copybooks/28-PhMarcajes.cbl".
      *Archivo maestro de horarios de trabajo.
       COPY "copybooks/28-PhHorarios.cbl".
      *Archivo maestro del calendario de festivos.
       COPY "copybooks/28-PhFestivos.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".
      *Archivo de control de periodos de nomina.
       COPY "copybooks/28-PhPeriodos.cbl".
      *Archivo mensual de primas por turnos.
       COPY "copybooks/28-PhPrimasTurnos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de marcajes del reloj de fichajes.
       COPY "copybooks/28-LoMarcajes.cbl".
      *Archivo maestro de horarios de trabajo.
       COPY "copybooks/28-LoHorarios.cbl".
      *Archivo maestro del calendario de festivos.
       COPY "copybooks/28-LoFestivos.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".
      *Archivo de control de periodos de nomina.
       COPY "copybooks/28-LoPeriodos.cbl".
      *Archivo mensual de primas por turnos.
       COPY "copybooks/28-LoPrimasTurnos.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  FIN-PRIMAS PIC X.
       77  HORARIOS-DISPONIBLES PIC X VALUE "N".
       77  CALENDARIO-DISPONIBLE PIC X VALUE "N".
       77  ES-FESTIVO PIC X.
       77  TIENE-HORARIO PIC X.
       77  HAY-EMPLEADO-EN-CURSO PIC X VALUE "N".
       77  HAY-ENTRADA-PENDIENTE PIC X VALUE "N".
       77  TRAMO-NOCTURNO PIC X.
       77  CLASE-DIA PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  AVISO-EXCEPCIONES-LLENA PIC X VALUE "N".
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  SUB-J PIC 9(4) COMP VALUE 0.
       77  SUB-MENOR PIC 9(4) COMP VALUE 0.
       77  SUB-X PIC 9(3) COMP VALUE 0.
       77  CONT-MARCAJES PIC 9(4) COMP VALUE 0.
       77  CONT-PAREJAS PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-PAREJA PIC 9(4) COMP VALUE 0.
       77  CONT-EXCEPCIONES PIC 9(3) COMP VALUE 0.
       77  CONT-EMPLEADOS-VALORADOS PIC 9(5) COMP VALUE 0.
       77  CONT-PRIMAS-BORRADAS PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

      *Mes calculado, con su primer y ultimo dia natural. Se cargan
      *tambien los marcajes del dia anterior y del posterior para
      *emparejar los turnos de noche que cruzan el cambio de mes;
      *de esos dias solo se valoran las horas que caen dentro.
       01  MES-X PIC X(6).
       01  MES-CALCULO REDEFINES MES-X PIC 9(6).
       01  MES-CALCULO-R REDEFINES MES-X.
           05 CALCULO-ANIO PIC 9(4).
           05 CALCULO-MES PIC 9(2).
       01  PRIMER-DIA-MES PIC 9(8).
       01  ULTIMO-DIA-MES PIC 9(8).
       01  DIA-ANTERIOR-MES PIC 9(8).
       01  DIA-POSTERIOR-MES PIC 9(8).
       01  FECHA-DE-HOY PIC 9(8).

      *Importe por hora de cada prima, con valores por omision si
      *el maestro de parametros no los tiene.
       01  PLUS-NOCTURNO-HORA PIC 9(3)V99 VALUE 1.50.
       01  PLUS-FIN-SEMANA-HORA PIC 9(3)V99 VALUE 5.
       01  PLUS-FESTIVO-HORA PIC 9(3)V99 VALUE 8.

      *Marcajes del mes cargados y ordenados por empleado, fecha y
      *hora.
       01  TABLA-MARCAJES.
           05 MARCA-FILA OCCURS 3000 TIMES.
               10 MARCA-ID PIC X(6).
               10 MARCA-FECHA PIC 9(8).
               10 MARCA-HORA PIC 9(4).
               10 MARCA-TIPO PIC X(1).
       01  FILA-TEMPORAL PIC X(19).

      *Marcajes del mes que no se han podido valorar, para la lista
      *de excepciones del final del informe.
       01  TABLA-EXCEPCIONES.
           05 EXCEPCION-FILA OCCURS 500 TIMES.
               10 EXCEPCION-ID PIC X(6).
               10 EXCEPCION-FECHA PIC 9(8).
               10 EXCEPCION-HORA PIC 9(4).
               10 EXCEPCION-MOTIVO PIC X(30).
       01  MOTIVO-EXCEPCION PIC X(30).
       01  FECHA-EXCEPCION PIC 9(8).
       01  HORA-EXCEPCION PIC 9(4).

      *Empleado en curso: sucursal para los festivos locales, dias
      *de descanso de su horario y minutos acumulados por clase.
       01  EMPLEADO-ACTUAL PIC X(6).
       01  SUCURSAL-ACTUAL PIC X(4).
       01  DIAS-HORARIO.
           05 DIA-HORARIO OCCURS 7 TIMES PIC X(1).
       01  MINUTOS-NORMALES PIC 9(6).
       01  MINUTOS-NOCTURNOS PIC 9(6).
       01  MINUTOS-FIN-SEMANA PIC 9(6).
       01  MINUTOS-FESTIVOS PIC 9(6).
       01  MINUTOS-TOTALES PIC 9(6).

      *Pareja de marcajes en curso y tramo que se esta valorando.
      *Los tramos se cortan a las 06:00, a las 22:00 y a
      *medianoche, de modo que cada uno cae entero en un solo dia y
      *en una sola franja.
       01  ENTRADA-FECHA PIC 9(8).
       01  ENTRADA-HORA PIC 9(4).
       01  PAREJA-FECHA-FIN PIC 9(8).
       01  PAREJA-MINUTO-FIN PIC 9(4).
       01  TRAMO-FECHA PIC 9(8).
       01  TRAMO-INICIO PIC 9(4).
       01  TRAMO-FIN PIC 9(4).
       01  TRAMO-LIMITE PIC 9(4).
       01  MINUTOS-TRAMO PIC 9(4).
       01  MINUTOS-ENTRADA PIC 9(5).
       01  MINUTOS-SALIDA PIC 9(5).
      *Conversion de una hora HHMM a minutos desde medianoche, por
      *division con resto como en el resto de la BBDD.
       01  HORA-A-CONVERTIR PIC 9(4).
       01  MINUTOS-CONVERTIDOS PIC 9(5).
       01  HORA-COCIENTE PIC 9(2).
       01  HORA-RESTO PIC 9(2).

      *Dia ya clasificado, para no repetir las lecturas del
      *calendario en cada tramo del mismo dia.
       01  DIA-CLASIFICADO PIC 9(8) VALUE 0.
       01  DIA-CLASIFICADO-R REDEFINES DIA-CLASIFICADO.
           05 CLASIFICADO-ANIO PIC 9(4).
           05 CLASIFICADO-MES PIC 9(2).
           05 CLASIFICADO-DIA PIC 9(2).

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

      *Fecha que se avanza un dia, para el emparejado de turnos de
      *noche y los limites del mes.
       01  FECHA-SIGUIENTE PIC 9(8).
       01  FECHA-SIGUIENTE-R REDEFINES FECHA-SIGUIENTE.
           05 SIGUIENTE-ANIO PIC 9(4).
           05 SIGUIENTE-MES PIC 9(2).
           05 SIGUIENTE-DIA PIC 9(2).
       01  DIAS-DEL-MES PIC 9(2).
       01  RESTO-BISIESTO PIC 9(4).
       01  COCIENTE-BISIESTO PIC 9(4).

       01  TOTAL-PRIMAS PIC 9(9)V99 VALUE 0.
       01  IMPORTE-PRIMAS-EMPLEADO PIC 9(7)V99.
       01  HORAS-EDITADAS-1 PIC ZZ9.99.
       01  HORAS-EDITADAS-2 PIC ZZ9.99.
       01  HORAS-EDITADAS-3 PIC ZZ9.99.
       01  HORAS-EDITADAS-4 PIC ZZ9.99.
       01  IMPORTE-EDITADO PIC $$$,$$9.99.
       01  TOTAL-EDITADO PIC $$$,$$$,$$9.99.

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de marcajes del reloj.
       COPY "copybooks/28-EstadoMarcajes.cbl".
      *Estado del archivo maestro de horarios.
       COPY "copybooks/28-EstadoHorarios.cbl".
      *Estado del archivo maestro de festivos.
       COPY "copybooks/28-EstadoFestivos.cbl".
      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".
      *Estado del archivo de control de periodos.
       COPY "copybooks/28-EstadoPeriodos.cbl".
      *Estado del archivo mensual de primas por turnos.
       COPY "copybooks/28-EstadoPrimasTurnos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           PERFORM PEDIR-MES.
           PERFORM COMPROBAR-PERIODO-ABIERTO.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-MARCAJES.
           IF CONT-MARCAJES = 0
               DISPLAY "No hay marcajes del mes " MES-CALCULO
                       ", no hay primas que calcular."
               STOP RUN.
           PERFORM ORDENAR-MARCAJES.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM BORRAR-PRIMAS-DEL-MES.
           PERFORM ABRIR-INFORME.
           MOVE 1 TO SUB-I.
           PERFORM PROCESAR-MARCAJE
           UNTIL SUB-I > CONT-MARCAJES.
           PERFORM CERRAR-EMPLEADO THRU CERRAR-EMPLEADO-FIN.
           PERFORM IMPRIMIR-EXCEPCIONES.
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM MOSTRAR-RESUMEN.
           STOP RUN.

       PEDIR-MES.
      *Por defecto se calcula el mes de la fecha de negocio.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           DISPLAY "Mes a calcular (AAAAMM, en blanco el mes de "
                   "negocio): ".
           ACCEPT MES-X.
           IF MES-X NOT NUMERIC
               COMPUTE MES-CALCULO = FECHA-DE-HOY / 100.
           COMPUTE PRIMER-DIA-MES = MES-CALCULO * 100 + 1.
           MOVE CALCULO-ANIO TO SIGUIENTE-ANIO.
           MOVE CALCULO-MES TO SIGUIENTE-MES.
           PERFORM OBTENER-DIAS-DEL-MES.
           COMPUTE ULTIMO-DIA-MES = MES-CALCULO * 100 + DIAS-DEL-MES.
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
           DISPLAY "Calculo de primas por turnos del mes "
                   MES-CALCULO.

       COMPROBAR-PERIODO-ABIERTO.
      *Las primas de un periodo cerrado ya se pagaron: no se
      *recalculan.
           OPEN INPUT PERIODOS-ARCHIVO.
           IF PERIODOS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE MES-CALCULO TO PERIODO-ANIO-MES
               READ PERIODOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERIODO-CERRADO
                           DISPLAY "EL PERIODO " MES-CALCULO
                                   " ESTA CERRADO, LAS PRIMAS NO SE "
                                   "RECALCULAN."
                           CLOSE PERIODOS-ARCHIVO
                           STOP RUN
               END-READ
               CLOSE PERIODOS-ARCHIVO.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "PLUS-NOCTURNO" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO PLUS-NOCTURNO-HORA
               END-READ
               MOVE "PLUS-FIN-SEMANA" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO PLUS-FIN-SEMANA-HORA
               END-READ
               MOVE "PLUS-FESTIVO" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO PLUS-FESTIVO-HORA
               END-READ
               CLOSE PARAMETROS-ARCHIVO.

       CARGAR-MARCAJES.
           OPEN INPUT MARCAJES-ARCHIVO.
           IF MARCAJES-ARCHIVO-STATUS NOT = "00"
               DISPLAY "Estado del archivo de marcajes inesperado: "
                       MARCAJES-ARCHIVO-STATUS
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
                           "el calculo no incluye los siguientes."
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
      *Sin maestro de horarios solo el domingo cuenta como fin de
      *semana; sin calendario no hay horas festivas.
           MOVE "S" TO HORARIOS-DISPONIBLES.
           OPEN INPUT HORARIOS-ARCHIVO.
           IF HORARIOS-ARCHIVO-STATUS = "35"
               MOVE "N" TO HORARIOS-DISPONIBLES.
           MOVE "S" TO CALENDARIO-DISPONIBLE.
           OPEN INPUT FESTIVOS-ARCHIVO.
           IF FESTIVOS-ARCHIVO-STATUS = "35"
               MOVE "N" TO CALENDARIO-DISPONIBLE.
      *El archivo de primas es indexado y se crea vacio la primera
      *vez que se calculan.
           OPEN I-O PRIMAS-TURNOS-ARCHIVO.
           IF PRIMAS-TURNOS-STATUS = "35"
               OPEN OUTPUT PRIMAS-TURNOS-ARCHIVO
               CLOSE PRIMAS-TURNOS-ARCHIVO
               OPEN I-O PRIMAS-TURNOS-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF HORARIOS-DISPONIBLES = "S"
               CLOSE HORARIOS-ARCHIVO.
           IF CALENDARIO-DISPONIBLE = "S"
               CLOSE FESTIVOS-ARCHIVO.
           CLOSE PRIMAS-TURNOS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       BORRAR-PRIMAS-DEL-MES.
      *Un nuevo calculo del mismo mes sustituye al anterior: se
      *borran antes sus primas para que no quede la de un empleado
      *cuyos marcajes ya no dan importe.
           MOVE "N" TO FIN-PRIMAS.
           MOVE LOW-VALUES TO PRIMA-CLAVE.
           START PRIMAS-TURNOS-ARCHIVO
               KEY IS NOT LESS THAN PRIMA-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-PRIMAS
           END-START.
           PERFORM BORRAR-PRIMA-DEL-MES
           UNTIL FIN-PRIMAS = "S".

       BORRAR-PRIMA-DEL-MES.
           READ PRIMAS-TURNOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PRIMAS
           END-READ.
           IF FIN-PRIMAS = "N" AND PRIMA-ANIO-MES = MES-CALCULO
               DELETE PRIMAS-TURNOS-ARCHIVO RECORD
               ADD 1 TO CONT-PRIMAS-BORRADAS.

       PROCESAR-MARCAJE.
      *Las parejas se forman por empleado en orden de fecha y hora,
      *sin cortar en el cambio de dia: la salida de un turno de
      *noche se ficha el dia siguiente a la entrada.
           IF HAY-EMPLEADO-EN-CURSO = "N" OR
              MARCA-ID (SUB-I) NOT = EMPLEADO-ACTUAL
               PERFORM CERRAR-EMPLEADO THRU CERRAR-EMPLEADO-FIN
               PERFORM ABRIR-EMPLEADO.
           IF MARCA-TIPO (SUB-I) = "E"
               PERFORM ANOTAR-ENTRADA
           ELSE
               PERFORM ANOTAR-SALIDA.
           ADD 1 TO SUB-I.

       ABRIR-EMPLEADO.
           MOVE "S" TO HAY-EMPLEADO-EN-CURSO.
           MOVE MARCA-ID (SUB-I) TO EMPLEADO-ACTUAL.
           MOVE "N" TO HAY-ENTRADA-PENDIENTE.
           MOVE ZERO TO MINUTOS-NORMALES.
           MOVE ZERO TO MINUTOS-NOCTURNOS.
           MOVE ZERO TO MINUTOS-FIN-SEMANA.
           MOVE ZERO TO MINUTOS-FESTIVOS.
           MOVE ZERO TO DIA-CLASIFICADO.
           MOVE SPACE TO SUCURSAL-ACTUAL.
           MOVE EMPLEADO-ACTUAL TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMPLEADOS-SUCURSAL TO SUCURSAL-ACTUAL
           END-READ.
           MOVE "N" TO TIENE-HORARIO.
           MOVE SPACE TO DIAS-HORARIO.
           IF HORARIOS-DISPONIBLES = "S"
               MOVE EMPLEADO-ACTUAL TO HORARIO-EMPLEADOS-ID
               READ HORARIOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO TIENE-HORARIO
                       MOVE HORARIO-DIAS-SEMANA TO DIAS-HORARIO
               END-READ.

       ANOTAR-ENTRADA.
           IF HAY-ENTRADA-PENDIENTE = "S"
               MOVE "ENTRADA SIN SALIDA" TO MOTIVO-EXCEPCION
               MOVE ENTRADA-FECHA TO FECHA-EXCEPCION
               MOVE ENTRADA-HORA TO HORA-EXCEPCION
               PERFORM REGISTRAR-EXCEPCION.
           MOVE MARCA-FECHA (SUB-I) TO ENTRADA-FECHA.
           MOVE MARCA-HORA (SUB-I) TO ENTRADA-HORA.
           MOVE "S" TO HAY-ENTRADA-PENDIENTE.

       ANOTAR-SALIDA.
           IF HAY-ENTRADA-PENDIENTE = "N"
               MOVE "SALIDA SIN ENTRADA" TO MOTIVO-EXCEPCION
               MOVE MARCA-FECHA (SUB-I) TO FECHA-EXCEPCION
               MOVE MARCA-HORA (SUB-I) TO HORA-EXCEPCION
               PERFORM REGISTRAR-EXCEPCION
           ELSE
               PERFORM VALORAR-PAREJA THRU VALORAR-PAREJA-FIN
               MOVE "N" TO HAY-ENTRADA-PENDIENTE.

       VALORAR-PAREJA.
      *La salida ha de caer el mismo dia despues de la entrada o el
      *dia siguiente antes de la misma hora; cualquier otra pareja
      *es un olvido de fichaje y no se valora.
           MOVE ENTRADA-HORA TO HORA-A-CONVERTIR.
           PERFORM CONVERTIR-HORA-A-MINUTOS.
           MOVE MINUTOS-CONVERTIDOS TO MINUTOS-ENTRADA.
           MOVE MARCA-HORA (SUB-I) TO HORA-A-CONVERTIR.
           PERFORM CONVERTIR-HORA-A-MINUTOS.
           MOVE MINUTOS-CONVERTIDOS TO MINUTOS-SALIDA.
           MOVE "PAREJA DE MAS DE 24 HORAS" TO MOTIVO-EXCEPCION.
           MOVE ENTRADA-FECHA TO FECHA-EXCEPCION.
           MOVE ENTRADA-HORA TO HORA-EXCEPCION.
           IF MARCA-FECHA (SUB-I) = ENTRADA-FECHA
               IF MINUTOS-SALIDA NOT > MINUTOS-ENTRADA
                   MOVE "SALIDA NO POSTERIOR A ENTRADA"
                       TO MOTIVO-EXCEPCION
                   PERFORM REGISTRAR-EXCEPCION
                   GO TO VALORAR-PAREJA-FIN.
           IF MARCA-FECHA (SUB-I) NOT = ENTRADA-FECHA
               MOVE ENTRADA-FECHA TO FECHA-SIGUIENTE
               PERFORM AVANZAR-UN-DIA
               IF FECHA-SIGUIENTE NOT = MARCA-FECHA (SUB-I) OR
                  MINUTOS-SALIDA > MINUTOS-ENTRADA
                   PERFORM REGISTRAR-EXCEPCION
                   GO TO VALORAR-PAREJA-FIN.
           ADD 1 TO CONT-PAREJAS.
           MOVE ENTRADA-FECHA TO TRAMO-FECHA.
           MOVE MINUTOS-ENTRADA TO TRAMO-INICIO.
           MOVE MARCA-FECHA (SUB-I) TO PAREJA-FECHA-FIN.
           MOVE MINUTOS-SALIDA TO PAREJA-MINUTO-FIN.
           PERFORM VALORAR-TRAMO
           UNTIL TRAMO-FECHA = PAREJA-FECHA-FIN AND
                 TRAMO-INICIO = PAREJA-MINUTO-FIN.

       VALORAR-PAREJA-FIN.
           EXIT.

       VALORAR-TRAMO.
           IF TRAMO-FECHA < PAREJA-FECHA-FIN
               MOVE 1440 TO TRAMO-LIMITE
           ELSE
               MOVE PAREJA-MINUTO-FIN TO TRAMO-LIMITE.
           IF TRAMO-INICIO < 360
               MOVE 360 TO TRAMO-FIN
               MOVE "S" TO TRAMO-NOCTURNO
           ELSE
               IF TRAMO-INICIO < 1320
                   MOVE 1320 TO TRAMO-FIN
                   MOVE "N" TO TRAMO-NOCTURNO
               ELSE
                   MOVE 1440 TO TRAMO-FIN
                   MOVE "S" TO TRAMO-NOCTURNO.
           IF TRAMO-FIN > TRAMO-LIMITE
               MOVE TRAMO-LIMITE TO TRAMO-FIN.
           COMPUTE MINUTOS-TRAMO = TRAMO-FIN - TRAMO-INICIO.
           IF TRAMO-FECHA NOT < PRIMER-DIA-MES AND
              TRAMO-FECHA NOT > ULTIMO-DIA-MES
               IF TRAMO-FECHA NOT = DIA-CLASIFICADO
                   PERFORM CLASIFICAR-DIA.
           IF TRAMO-FECHA NOT < PRIMER-DIA-MES AND
              TRAMO-FECHA NOT > ULTIMO-DIA-MES
               PERFORM SUMAR-TRAMO.
           MOVE TRAMO-FIN TO TRAMO-INICIO.
           IF TRAMO-INICIO = 1440
               MOVE TRAMO-FECHA TO FECHA-SIGUIENTE
               PERFORM AVANZAR-UN-DIA
               MOVE FECHA-SIGUIENTE TO TRAMO-FECHA
               MOVE ZERO TO TRAMO-INICIO.

       CLASIFICAR-DIA.
      *Festivo de la empresa o de la sucursal del empleado; si no,
      *domingo o dia de descanso de su horario; si no, laborable.
           MOVE TRAMO-FECHA TO DIA-CLASIFICADO.
           MOVE "L" TO CLASE-DIA.
           PERFORM COMPROBAR-FESTIVO.
           IF ES-FESTIVO = "S"
               MOVE "F" TO CLASE-DIA
           ELSE
               PERFORM CALCULAR-DIA-SEMANA
               PERFORM CALCULAR-INDICE-DIA
               IF INDICE-DIA-SEMANA = 7
                   MOVE "D" TO CLASE-DIA
               ELSE
                   IF TIENE-HORARIO = "S" AND
                      DIA-HORARIO (INDICE-DIA-SEMANA) = "N"
                       MOVE "D" TO CLASE-DIA.

       COMPROBAR-FESTIVO.
           MOVE "N" TO ES-FESTIVO.
           IF CALENDARIO-DISPONIBLE = "S"
               MOVE DIA-CLASIFICADO TO FESTIVO-FECHA
               MOVE SPACE TO FESTIVO-SUCURSAL
               READ FESTIVOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ES-FESTIVO
               END-READ.
           IF CALENDARIO-DISPONIBLE = "S" AND ES-FESTIVO = "N" AND
              SUCURSAL-ACTUAL NOT = SPACE
               MOVE DIA-CLASIFICADO TO FESTIVO-FECHA
               MOVE SUCURSAL-ACTUAL TO FESTIVO-SUCURSAL
               READ FESTIVOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ES-FESTIVO
               END-READ.

       CALCULAR-DIA-SEMANA.
      *Congruencia de Zeller sobre el dia clasificado: 0 = sabado,
      *1 = domingo, 2 = lunes y asi sucesivamente.
           MOVE CLASIFICADO-DIA TO ZELLER-Q.
           MOVE CLASIFICADO-MES TO ZELLER-M.
           MOVE CLASIFICADO-ANIO TO ZELLER-A.
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

       SUMAR-TRAMO.
           IF CLASE-DIA = "F"
               ADD MINUTOS-TRAMO TO MINUTOS-FESTIVOS
           ELSE
               IF CLASE-DIA = "D"
                   ADD MINUTOS-TRAMO TO MINUTOS-FIN-SEMANA
               ELSE
                   IF TRAMO-NOCTURNO = "S"
                       ADD MINUTOS-TRAMO TO MINUTOS-NOCTURNOS
                   ELSE
                       ADD MINUTOS-TRAMO TO MINUTOS-NORMALES.

       REGISTRAR-EXCEPCION.
      *Solo se listan los marcajes del propio mes; los de los dias
      *de borde se listaran en el calculo del mes al que
      *pertenecen.
           IF FECHA-EXCEPCION NOT < PRIMER-DIA-MES AND
              FECHA-EXCEPCION NOT > ULTIMO-DIA-MES
               ADD 1 TO CONT-SIN-PAREJA
               PERFORM GUARDAR-EXCEPCION.

       GUARDAR-EXCEPCION.
           IF CONT-EXCEPCIONES < 500
               ADD 1 TO CONT-EXCEPCIONES
               MOVE EMPLEADO-ACTUAL TO EXCEPCION-ID (CONT-EXCEPCIONES)
               MOVE FECHA-EXCEPCION
                   TO EXCEPCION-FECHA (CONT-EXCEPCIONES)
               MOVE HORA-EXCEPCION TO EXCEPCION-HORA (CONT-EXCEPCIONES)
               MOVE MOTIVO-EXCEPCION
                   TO EXCEPCION-MOTIVO (CONT-EXCEPCIONES)
           ELSE
               IF AVISO-EXCEPCIONES-LLENA = "N"
                   DISPLAY "Aviso: mas de 500 marcajes sin valorar, "
                           "la lista no incluye los siguientes."
                   MOVE "S" TO AVISO-EXCEPCIONES-LLENA.

       CERRAR-EMPLEADO.
           IF HAY-EMPLEADO-EN-CURSO = "N"
               GO TO CERRAR-EMPLEADO-FIN.
           IF HAY-ENTRADA-PENDIENTE = "S"
               MOVE "ENTRADA SIN SALIDA" TO MOTIVO-EXCEPCION
               MOVE ENTRADA-FECHA TO FECHA-EXCEPCION
               MOVE ENTRADA-HORA TO HORA-EXCEPCION
               PERFORM REGISTRAR-EXCEPCION.
           MOVE "N" TO HAY-EMPLEADO-EN-CURSO.
           COMPUTE MINUTOS-TOTALES = MINUTOS-NORMALES +
                   MINUTOS-NOCTURNOS + MINUTOS-FIN-SEMANA +
                   MINUTOS-FESTIVOS.
           IF MINUTOS-TOTALES = 0
               GO TO CERRAR-EMPLEADO-FIN.
           PERFORM ESCRIBIR-PRIMA.
           PERFORM IMPRIMIR-LINEA-EMPLEADO.
           ADD 1 TO CONT-EMPLEADOS-VALORADOS.

       CERRAR-EMPLEADO-FIN.
           EXIT.

       ESCRIBIR-PRIMA.
      *Los importes se valoran sobre los minutos exactos de cada
      *clase; las horas se guardan redondeadas a la centesima.
           MOVE SPACE TO PRIMA-REGISTRO.
           MOVE EMPLEADO-ACTUAL TO PRIMA-EMPLEADOS-ID.
           MOVE MES-CALCULO TO PRIMA-ANIO-MES.
           COMPUTE PRIMA-HORAS-NORMALES ROUNDED =
                   MINUTOS-NORMALES / 60.
           COMPUTE PRIMA-HORAS-NOCTURNAS ROUNDED =
                   MINUTOS-NOCTURNOS / 60.
           COMPUTE PRIMA-HORAS-FIN-SEMANA ROUNDED =
                   MINUTOS-FIN-SEMANA / 60.
           COMPUTE PRIMA-HORAS-FESTIVAS ROUNDED =
                   MINUTOS-FESTIVOS / 60.
           COMPUTE PRIMA-IMPORTE-NOCTURNO ROUNDED =
                   MINUTOS-NOCTURNOS * PLUS-NOCTURNO-HORA / 60.
           COMPUTE PRIMA-IMPORTE-FIN-SEMANA ROUNDED =
                   MINUTOS-FIN-SEMANA * PLUS-FIN-SEMANA-HORA / 60.
           COMPUTE PRIMA-IMPORTE-FESTIVO ROUNDED =
                   MINUTOS-FESTIVOS * PLUS-FESTIVO-HORA / 60.
           MOVE FECHA-DE-HOY TO PRIMA-FECHA-CALCULO.
           WRITE PRIMA-REGISTRO
               INVALID KEY
                   REWRITE PRIMA-REGISTRO
           END-WRITE.
           COMPUTE IMPORTE-PRIMAS-EMPLEADO = PRIMA-IMPORTE-NOCTURNO +
                   PRIMA-IMPORTE-FIN-SEMANA + PRIMA-IMPORTE-FESTIVO.
           ADD IMPORTE-PRIMAS-EMPLEADO TO TOTAL-PRIMAS.

       IMPRIMIR-LINEA-EMPLEADO.
           MOVE PRIMA-HORAS-NORMALES TO HORAS-EDITADAS-1.
           MOVE PRIMA-HORAS-NOCTURNAS TO HORAS-EDITADAS-2.
           MOVE PRIMA-HORAS-FIN-SEMANA TO HORAS-EDITADAS-3.
           MOVE PRIMA-HORAS-FESTIVAS TO HORAS-EDITADAS-4.
           MOVE IMPORTE-PRIMAS-EMPLEADO TO IMPORTE-EDITADO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "ID: " DELIMITED BY SIZE
                  EMPLEADO-ACTUAL DELIMITED BY SIZE
                  "  NORMALES: " DELIMITED BY SIZE
                  HORAS-EDITADAS-1 DELIMITED BY SIZE
                  "  NOCTURNAS: " DELIMITED BY SIZE
                  HORAS-EDITADAS-2 DELIMITED BY SIZE
                  "  FIN SEMANA: " DELIMITED BY SIZE
                  HORAS-EDITADAS-3 DELIMITED BY SIZE
                  "  FESTIVAS: " DELIMITED BY SIZE
                  HORAS-EDITADAS-4 DELIMITED BY SIZE
                  "  PRIMAS: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-EXCEPCIONES.
      *Lista de marcajes que no se han podido valorar, en pagina
      *aparte para que el responsable de cada turno los corrija
      *antes de relanzar el calculo.
           MOVE "P" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE "MARCAJES SIN PAREJA O NO VALORABLES" TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           IF CONT-EXCEPCIONES = 0
               MOVE SPACE TO INFORME-LINEA
               MOVE "NINGUNO" TO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE 1 TO SUB-X.
           PERFORM IMPRIMIR-LINEA-EXCEPCION
           UNTIL SUB-X > CONT-EXCEPCIONES.

       IMPRIMIR-LINEA-EXCEPCION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "ID: " DELIMITED BY SIZE
                  EXCEPCION-ID (SUB-X) DELIMITED BY SIZE
                  " EL " DELIMITED BY SIZE
                  EXCEPCION-FECHA (SUB-X) DELIMITED BY SIZE
                  " A LAS " DELIMITED BY SIZE
                  EXCEPCION-HORA (SUB-X) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  EXCEPCION-MOTIVO (SUB-X) DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           ADD 1 TO SUB-X.

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

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_PRIMAS_TURNOS.TXT" TO INFORME-NOMBRE.
           MOVE "PRIMAS-TURNOS" TO INFORME-PROGRAMA.
           MOVE "PRIMAS DE NOCHE, FIN DE SEMANA Y FESTIVOS"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-EMPLEADOS-VALORADOS TO CONT-EDITADO.
           MOVE TOTAL-PRIMAS TO TOTAL-EDITADO.
           STRING "EMPLEADOS VALORADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "  TOTAL PRIMAS: " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-SIN-PAREJA TO CONT-EDITADO.
           STRING "MARCAJES NO VALORADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN DEL CALCULO DE PRIMAS POR TURNOS".
           DISPLAY "Marcajes cargados:         " CONT-MARCAJES.
           DISPLAY "Parejas valoradas:         " CONT-PAREJAS.
           DISPLAY "Marcajes no valorados:     " CONT-SIN-PAREJA.
           DISPLAY "Empleados con primas:      "
                   CONT-EMPLEADOS-VALORADOS.
           DISPLAY "Primas anteriores borradas: "
                   CONT-PRIMAS-BORRADAS.
           MOVE TOTAL-PRIMAS TO TOTAL-EDITADO.
           DISPLAY "Total primas del mes:      " TOTAL-EDITADO.

       END PROGRAM PRIMAS-TURNOS.

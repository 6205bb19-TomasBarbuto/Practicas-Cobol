       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULO-TIPO-IRPF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".
      *Archivo maestro de deducciones de nomina.
       COPY "copybooks/28-PhDeducciones.cbl".
      *Archivo de acumulados anuales por empleado y ejercicio.
       COPY "copybooks/28-PhAcumuladosAnuales.cbl".
      *Archivo de complementos salariales por empleado.
       COPY "copybooks/28-PhComplementos.cbl".
      *Archivo maestro de conceptos salariales.
       COPY "copybooks/28-PhConceptos.cbl".
      *Archivo de dependientes y beneficiarios.
       COPY "copybooks/28-PhDependientes.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".
      *Archivo maestro de deducciones de nomina.
       COPY "copybooks/28-LoDeducciones.cbl".
      *Archivo de acumulados anuales por empleado y ejercicio.
       COPY "copybooks/28-LoAcumuladosAnuales.cbl".
      *Archivo de complementos salariales por empleado.
       COPY "copybooks/28-LoComplementos.cbl".
      *Archivo maestro de conceptos salariales.
       COPY "copybooks/28-LoConceptos.cbl".
      *Archivo de dependientes y beneficiarios.
       COPY "copybooks/28-LoDependientes.cbl".

       WORKING-STORAGE SECTION.
      *Los parametros y los tramos de IRPF se leen en la primera
      *llamada y sirven para todos los empleados de la misma pasada.
       77  DATOS-CARGADOS PIC X VALUE "N".
       77  FIN-DEDUCCIONES PIC X.
       77  FIN-COMPLEMENTOS PIC X.
       77  FIN-DEPENDIENTES PIC X.
       77  PARAMETRO-LEIDO PIC X.
       77  COMPLEMENTO-SUJETO PIC X.
       77  SUB-TRAMO PIC 9(2) COMP VALUE 0.
       77  CONT-TRAMOS PIC 9(2) COMP VALUE 0.

      *Minimos personal y familiar anuales, gastos deducibles,
      *numero de pagas del ano y tope del porcentaje personal, con
      *valores por omision si el maestro de parametros no los
      *tiene. Los minimos por descendiente van del primero al
      *cuarto y siguientes.
       01  MINIMO-PERSONAL PIC 9(7)V99 VALUE 5550.
       01  MINIMO-MAYOR-65 PIC 9(7)V99 VALUE 1150.
       01  MINIMO-MAYOR-75 PIC 9(7)V99 VALUE 1400.
       01  MINIMOS-DESCENDIENTE.
           05 MINIMO-DESC PIC 9(7)V99 OCCURS 4 TIMES.
       01  MINIMO-DESC-MENOR-3 PIC 9(7)V99 VALUE 2800.
       01  MINIMO-ASCENDIENTE PIC 9(7)V99 VALUE 1150.
       01  MINIMO-ASC-MAYOR-75 PIC 9(7)V99 VALUE 1400.
       01  EDAD-MAXIMA-DESCENDIENTE PIC 9(3) VALUE 25.
       01  GASTOS-DEDUCIBLES PIC 9(7)V99 VALUE 2000.
       01  PAGAS-ANUALES PIC 9(2) VALUE 14.
       01  TIPO-IRPF-MAXIMO PIC 9(3)V99 VALUE 47.

      *Tramos de IRPF del maestro de deducciones con la vigencia
      *que rige en la fecha de la primera llamada. Los limites son
      *mensuales; la escala anual los multiplica por doce.
       01  TABLA-TRAMOS.
           05 TRAMO-FILA OCCURS 10 TIMES.
               10 TRAMO-LIMITE PIC 9(7)V99.
               10 TRAMO-PORCENTAJE PIC 9(3)V99.
       01  PORCENTAJE-SEG-SOCIAL PIC 9(3)V99 VALUE 0.
       01  FECHA-CORTE-VIGENCIA PIC 9(8).
       01  VIGENCIA-ELEGIDA PIC 9(8).
       01  VIGENCIA-LINEA PIC 9(8).

       01  FECHA-CALCULO PIC 9(8).
       01  FECHA-CALCULO-R REDEFINES FECHA-CALCULO.
           05 CALCULO-ANIO PIC 9(4).
           05 CALCULO-MES PIC 9(2).
           05 CALCULO-DIA PIC 9(2).
       01  NACIMIENTO-FECHA PIC 9(8).
       01  NACIMIENTO-FECHA-R REDEFINES NACIMIENTO-FECHA.
           05 NACIMIENTO-ANIO PIC 9(4).
           05 FILLER PIC 9(4).
       01  EDAD-FIN-EJERCICIO PIC S9(4).

       01  MESES-PENDIENTES PIC 9(2).
       01  PAGAS-EXTRA-ANUALES PIC 9(2).
       01  PAGAS-EXTRA-PENDIENTES PIC 9(2).
       01  COMPLEMENTOS-MES PIC S9(7)V99.
       01  BRUTO-PENDIENTE PIC S9(9)V99.
       01  MINIMO-TOTAL PIC 9(7)V99.
       01  CUOTA-BASE PIC S9(11)V99.
       01  CUOTA-MINIMO PIC S9(11)V99.
       01  CUOTA-PENDIENTE PIC S9(9)V99.
       01  PORCENTAJE-CALCULADO PIC S9(5)V99.

      *Importe al que se aplica la escala anual y cuota que resulta,
      *sumando tramo a tramo la parte del importe que cae en cada
      *uno a su porcentaje.
       01  IMPORTE-ESCALA PIC S9(11)V99.
       01  CUOTA-ESCALA PIC S9(11)V99.
       01  LIMITE-ANTERIOR PIC S9(11)V99.
       01  LIMITE-ESCALA PIC S9(11)V99.

      *Parentesco del dependiente en mayusculas; las cuatro primeras
      *letras bastan para distinguir hijos y nietos de padres y
      *abuelos con el vocabulario libre del alta de dependientes.
       01  PARENTESCO-MAYUSCULAS PIC X(15).
       01  PARENTESCO-RAIZ REDEFINES PARENTESCO-MAYUSCULAS.
           05 PARENTESCO-CUATRO PIC X(4).
               88 PARENTESCO-DESCENDIENTE
                  VALUE "HIJO" "HIJA" "NIET".
               88 PARENTESCO-ASCENDIENTE
                  VALUE "PADR" "MADR" "ABUE".
           05 FILLER PIC X(11).

      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".
      *Estado del archivo maestro de deducciones.
       COPY "copybooks/28-EstadoDeducciones.cbl".
      *Estado del archivo de acumulados anuales.
       COPY "copybooks/28-EstadoAcumuladosAnuales.cbl".
      *Estado del archivo de complementos salariales.
       COPY "copybooks/28-EstadoComplementos.cbl".
      *Estado del archivo maestro de conceptos salariales.
       COPY "copybooks/28-EstadoConceptos.cbl".
      *Estado del archivo de dependientes y beneficiarios.
       COPY "copybooks/28-EstadoDependientes.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".

       LINKAGE SECTION.
      *Area de peticion compartida con los llamadores.
       COPY "copybooks/28-LkTipoIrpf.cbl".

       PROCEDURE DIVISION USING TIPOIRPF-PETICION.

       EMPIEZA-PROGRAMA.
           IF TIPOIRPF-FECHA = 0
               MOVE SPACE TO FNEGOCIO-PETICION
               CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION
               MOVE FNEGOCIO-FECHA TO TIPOIRPF-FECHA.
           MOVE TIPOIRPF-FECHA TO FECHA-CALCULO.
           IF DATOS-CARGADOS = "N"
               PERFORM LEER-PARAMETROS THRU LEER-PARAMETROS-FIN
               PERFORM CARGAR-DEDUCCIONES
                   THRU CARGAR-DEDUCCIONES-FIN
               MOVE "S" TO DATOS-CARGADOS.
           MOVE "N" TO TIPOIRPF-RESULTADO.
           MOVE ZERO TO TIPOIRPF-BRUTO-ANUAL TIPOIRPF-BASE-ANUAL
               TIPOIRPF-DESCENDIENTES TIPOIRPF-ASCENDIENTES
               TIPOIRPF-MINIMO-FAMILIAR TIPOIRPF-CUOTA-ANUAL
               TIPOIRPF-BRUTO-COBRADO TIPOIRPF-RETENIDO
               TIPOIRPF-PORCENTAJE.
      *Sin tramos no hay escala que aplicar: el llamador conserva el
      *porcentaje que tuviera.
           IF CONT-TRAMOS = 0
               GO TO TERMINA-PROGRAMA.
           PERFORM LEER-ACUMULADOS.
           PERFORM SUMAR-COMPLEMENTOS-MES
               THRU SUMAR-COMPLEMENTOS-MES-FIN.
           PERFORM PROYECTAR-EJERCICIO.
           PERFORM CALCULAR-MINIMOS.
           PERFORM CALCULAR-CUOTA-ANUAL.
           PERFORM CALCULAR-PORCENTAJE.
           MOVE "S" TO TIPOIRPF-RESULTADO.

       TERMINA-PROGRAMA.
           GOBACK.

       LEER-ACUMULADOS.
      *Lo ya cobrado y retenido en el ejercicio sale de los
      *acumulados anuales; sin fila (primer mes o alta nueva) el
      *ejercicio empieza de cero.
           OPEN INPUT ACUMULADOS-ANUALES-ARCHIVO.
           IF ACUMULADOS-ANUALES-STATUS = "00"
               MOVE TIPOIRPF-EMPLEADOS-ID TO ACUANUAL-EMPLEADOS-ID
               MOVE CALCULO-ANIO TO ACUANUAL-ANIO
               READ ACUMULADOS-ANUALES-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACUANUAL-BRUTO TO TIPOIRPF-BRUTO-COBRADO
                       MOVE ACUANUAL-IRPF TO TIPOIRPF-RETENIDO
               END-READ
               CLOSE ACUMULADOS-ANUALES-ARCHIVO.

       SUMAR-COMPLEMENTOS-MES.
      *Complementos del empleado en vigor en la fecha de calculo que
      *tributan en IRPF; un concepto que no figura en el maestro
      *tributa, igual que en la nomina.
           MOVE ZERO TO COMPLEMENTOS-MES.
           OPEN INPUT COMPLEMENTOS-ARCHIVO.
           IF COMPLEMENTOS-ARCHIVO-STATUS NOT = "00"
               GO TO SUMAR-COMPLEMENTOS-MES-FIN.
           OPEN INPUT CONCEPTOS-ARCHIVO.
           MOVE "N" TO FIN-COMPLEMENTOS.
           MOVE TIPOIRPF-EMPLEADOS-ID TO COMPLEMENTO-EMPLEADOS-ID.
           MOVE LOW-VALUES TO COMPLEMENTO-CONCEPTO.
           MOVE ZEROES TO COMPLEMENTO-FECHA-DESDE.
           START COMPLEMENTOS-ARCHIVO
               KEY IS NOT LESS THAN COMPLEMENTO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-COMPLEMENTOS
           END-START.
           PERFORM LEER-COMPLEMENTO
           UNTIL FIN-COMPLEMENTOS = "S".
           IF CONCEPTOS-ARCHIVO-STATUS = "00"
               CLOSE CONCEPTOS-ARCHIVO.
           CLOSE COMPLEMENTOS-ARCHIVO.

       SUMAR-COMPLEMENTOS-MES-FIN.
           EXIT.

       LEER-COMPLEMENTO.
           READ COMPLEMENTOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-COMPLEMENTOS
           END-READ.
           IF FIN-COMPLEMENTOS = "N" AND
              COMPLEMENTO-EMPLEADOS-ID NOT = TIPOIRPF-EMPLEADOS-ID
               MOVE "S" TO FIN-COMPLEMENTOS.
           IF FIN-COMPLEMENTOS = "N" AND
              COMPLEMENTO-FECHA-DESDE NOT > FECHA-CALCULO AND
              (COMPLEMENTO-FECHA-HASTA = 0 OR
               COMPLEMENTO-FECHA-HASTA NOT < FECHA-CALCULO)
               PERFORM SUMAR-COMPLEMENTO-SUJETO.

       SUMAR-COMPLEMENTO-SUJETO.
           MOVE "S" TO COMPLEMENTO-SUJETO.
           IF CONCEPTOS-ARCHIVO-STATUS = "00"
               MOVE COMPLEMENTO-CONCEPTO TO CONCEPTO-CODIGO
               READ CONCEPTOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CONCEPTO-EXENTO-IRPF
                           MOVE "N" TO COMPLEMENTO-SUJETO
                       END-IF
               END-READ.
           IF COMPLEMENTO-SUJETO = "S"
               ADD COMPLEMENTO-IMPORTE TO COMPLEMENTOS-MES.

       PROYECTAR-EJERCICIO.
      *Quedan por cobrar el mes de calculo y los siguientes hasta
      *diciembre, mas las pagas extraordinarias que faltan: las de
      *junio y diciembre antes de julio, solo la de diciembre
      *despues.
           COMPUTE MESES-PENDIENTES = 13 - CALCULO-MES.
           MOVE ZERO TO PAGAS-EXTRA-ANUALES.
           IF PAGAS-ANUALES > 12
               COMPUTE PAGAS-EXTRA-ANUALES = PAGAS-ANUALES - 12.
           IF CALCULO-MES < 7
               MOVE PAGAS-EXTRA-ANUALES TO PAGAS-EXTRA-PENDIENTES
           ELSE
               COMPUTE PAGAS-EXTRA-PENDIENTES =
                       PAGAS-EXTRA-ANUALES / 2.
           COMPUTE BRUTO-PENDIENTE ROUNDED =
                   (TIPOIRPF-SALARIO + COMPLEMENTOS-MES) *
                   MESES-PENDIENTES +
                   TIPOIRPF-SALARIO * PAGAS-EXTRA-PENDIENTES.
           COMPUTE TIPOIRPF-BRUTO-ANUAL =
                   TIPOIRPF-BRUTO-COBRADO + BRUTO-PENDIENTE.
      *La base anual descuenta la cotizacion del trabajador y los
      *gastos deducibles fijos.
           COMPUTE TIPOIRPF-BASE-ANUAL ROUNDED =
                   TIPOIRPF-BRUTO-ANUAL -
                   TIPOIRPF-BRUTO-ANUAL * PORCENTAJE-SEG-SOCIAL / 100
                   - GASTOS-DEDUCIBLES.
           IF TIPOIRPF-BASE-ANUAL < 0
               MOVE ZERO TO TIPOIRPF-BASE-ANUAL.

       CALCULAR-MINIMOS.
      *Minimo personal, incrementado a partir de los 65 y de los 75
      *anos cumplidos en el ejercicio, mas el familiar por cada
      *descendiente menor de la edad maxima y cada ascendiente de
      *65 o mas registrados como dependientes del empleado.
           MOVE MINIMO-PERSONAL TO MINIMO-TOTAL.
           MOVE TIPOIRPF-FECHA-NACIMIENTO TO NACIMIENTO-FECHA.
           IF NACIMIENTO-ANIO > 0
               COMPUTE EDAD-FIN-EJERCICIO =
                       CALCULO-ANIO - NACIMIENTO-ANIO
               IF EDAD-FIN-EJERCICIO NOT < 65
                   ADD MINIMO-MAYOR-65 TO MINIMO-TOTAL
                   IF EDAD-FIN-EJERCICIO NOT < 75
                       ADD MINIMO-MAYOR-75 TO MINIMO-TOTAL.
           OPEN INPUT DEPENDIENTES-ARCHIVO.
           IF DEPENDIENTES-STATUS = "00"
               MOVE "N" TO FIN-DEPENDIENTES
               MOVE TIPOIRPF-EMPLEADOS-ID TO DEPENDIENTE-EMPLEADOS-ID
               MOVE ZEROES TO DEPENDIENTE-SECUENCIA
               START DEPENDIENTES-ARCHIVO
                   KEY IS NOT LESS THAN DEPENDIENTE-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-DEPENDIENTES
               END-START
               PERFORM LEER-DEPENDIENTE
               UNTIL FIN-DEPENDIENTES = "S"
               CLOSE DEPENDIENTES-ARCHIVO.
           MOVE MINIMO-TOTAL TO TIPOIRPF-MINIMO-FAMILIAR.

       LEER-DEPENDIENTE.
           READ DEPENDIENTES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-DEPENDIENTES
           END-READ.
           IF FIN-DEPENDIENTES = "N" AND
              DEPENDIENTE-EMPLEADOS-ID NOT = TIPOIRPF-EMPLEADOS-ID
               MOVE "S" TO FIN-DEPENDIENTES.
           IF FIN-DEPENDIENTES = "N"
               PERFORM VALORAR-DEPENDIENTE
                   THRU VALORAR-DEPENDIENTE-FIN.

       VALORAR-DEPENDIENTE.
      *Sin fecha de nacimiento no se puede comprobar la edad y el
      *dependiente no computa hasta que se corrija.
           IF DEPENDIENTE-FECHA-NACIMIENTO NOT NUMERIC OR
              DEPENDIENTE-FECHA-NACIMIENTO = 0
               GO TO VALORAR-DEPENDIENTE-FIN.
           MOVE DEPENDIENTE-FECHA-NACIMIENTO TO NACIMIENTO-FECHA.
           COMPUTE EDAD-FIN-EJERCICIO = CALCULO-ANIO - NACIMIENTO-ANIO.
           MOVE DEPENDIENTE-PARENTESCO TO PARENTESCO-MAYUSCULAS.
           INSPECT PARENTESCO-MAYUSCULAS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF PARENTESCO-DESCENDIENTE AND EDAD-FIN-EJERCICIO NOT < 0 AND
              EDAD-FIN-EJERCICIO < EDAD-MAXIMA-DESCENDIENTE
               ADD 1 TO TIPOIRPF-DESCENDIENTES
               IF TIPOIRPF-DESCENDIENTES < 4
                   ADD MINIMO-DESC (TIPOIRPF-DESCENDIENTES)
                       TO MINIMO-TOTAL
               ELSE
                   ADD MINIMO-DESC (4) TO MINIMO-TOTAL.
           IF PARENTESCO-DESCENDIENTE AND EDAD-FIN-EJERCICIO NOT < 0 AND
              EDAD-FIN-EJERCICIO < 3
               ADD MINIMO-DESC-MENOR-3 TO MINIMO-TOTAL.
           IF PARENTESCO-ASCENDIENTE AND EDAD-FIN-EJERCICIO NOT < 65
               ADD 1 TO TIPOIRPF-ASCENDIENTES
               ADD MINIMO-ASCENDIENTE TO MINIMO-TOTAL
               IF EDAD-FIN-EJERCICIO NOT < 75
                   ADD MINIMO-ASC-MAYOR-75 TO MINIMO-TOTAL.

       VALORAR-DEPENDIENTE-FIN.
           EXIT.

       CALCULAR-CUOTA-ANUAL.
      *La cuota del ejercicio es la escala aplicada a la base menos
      *la escala aplicada al minimo personal y familiar, nunca
      *negativa.
           MOVE TIPOIRPF-BASE-ANUAL TO IMPORTE-ESCALA.
           PERFORM APLICAR-ESCALA.
           MOVE CUOTA-ESCALA TO CUOTA-BASE.
           MOVE MINIMO-TOTAL TO IMPORTE-ESCALA.
           IF IMPORTE-ESCALA > TIPOIRPF-BASE-ANUAL
               MOVE TIPOIRPF-BASE-ANUAL TO IMPORTE-ESCALA.
           PERFORM APLICAR-ESCALA.
           MOVE CUOTA-ESCALA TO CUOTA-MINIMO.
           COMPUTE TIPOIRPF-CUOTA-ANUAL = CUOTA-BASE - CUOTA-MINIMO.
           IF TIPOIRPF-CUOTA-ANUAL < 0
               MOVE ZERO TO TIPOIRPF-CUOTA-ANUAL.

       APLICAR-ESCALA.
           MOVE ZERO TO CUOTA-ESCALA.
           MOVE ZERO TO LIMITE-ANTERIOR.
           MOVE 1 TO SUB-TRAMO.
           PERFORM SUMAR-TRAMO-ESCALA
           UNTIL SUB-TRAMO > CONT-TRAMOS OR
                 LIMITE-ANTERIOR NOT < IMPORTE-ESCALA.

       SUMAR-TRAMO-ESCALA.
      *El ultimo tramo no tiene techo: recoge todo lo que queda.
           COMPUTE LIMITE-ESCALA = TRAMO-LIMITE (SUB-TRAMO) * 12.
           IF SUB-TRAMO = CONT-TRAMOS OR
              LIMITE-ESCALA > IMPORTE-ESCALA
               MOVE IMPORTE-ESCALA TO LIMITE-ESCALA.
           IF LIMITE-ESCALA > LIMITE-ANTERIOR
               COMPUTE CUOTA-ESCALA ROUNDED = CUOTA-ESCALA +
                       (LIMITE-ESCALA - LIMITE-ANTERIOR) *
                       TRAMO-PORCENTAJE (SUB-TRAMO) / 100
               MOVE LIMITE-ESCALA TO LIMITE-ANTERIOR.
           ADD 1 TO SUB-TRAMO.

       CALCULAR-PORCENTAJE.
      *Regularizacion: lo que falta por retener de la cuota del
      *ejercicio se reparte sobre lo que falta por cobrar, asi un
      *cambio de salario o de familia a mitad de ano se corrige en
      *las nominas que quedan y no en la declaracion.
           COMPUTE CUOTA-PENDIENTE =
                   TIPOIRPF-CUOTA-ANUAL - TIPOIRPF-RETENIDO.
           MOVE ZERO TO PORCENTAJE-CALCULADO.
           IF CUOTA-PENDIENTE > 0 AND BRUTO-PENDIENTE > 0
               COMPUTE PORCENTAJE-CALCULADO ROUNDED =
                       CUOTA-PENDIENTE * 100 / BRUTO-PENDIENTE.
           IF PORCENTAJE-CALCULADO > TIPO-IRPF-MAXIMO
               MOVE TIPO-IRPF-MAXIMO TO PORCENTAJE-CALCULADO.
           MOVE PORCENTAJE-CALCULADO TO TIPOIRPF-PORCENTAJE.

       LEER-PARAMETROS.
           MOVE 2400 TO MINIMO-DESC (1).
           MOVE 2700 TO MINIMO-DESC (2).
           MOVE 4000 TO MINIMO-DESC (3).
           MOVE 4500 TO MINIMO-DESC (4).
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               GO TO LEER-PARAMETROS-FIN.
           MOVE "MINIMO-PERSONAL" TO PARAMETRO-NOMBRE.
           PERFORM LEER-UN-PARAMETRO.
           IF PARAMETRO-LEIDO = "S"
               MOVE PARAMETRO-VALOR TO MINIMO-PERSONAL.
           MOVE "MINIMO-MAYOR-65" TO PARAMETRO-NOMBRE.
           PERFORM LEER-UN-PARAMETRO.
           IF PARAMETRO-LEIDO = "S"
               MOVE PARAMETRO-VALOR TO MINIMO-MAYOR-65.
           MOVE "MINIMO-MAYOR-75" TO PARAMETRO-NOMBRE.
           PERFORM LEER-UN-PARAMETRO.
           IF PARAMETRO-LEIDO = "S"
               MOVE PARAMETRO-VALOR TO MINIMO-MAYOR-75.
           MOVE "MINIMO-DESC-1" TO PARAMETRO-NOMBRE.
           PERFORM LEER-UN-PARAMETRO.
           IF PARAMETRO-LEIDO = "S"
               MOVE PARAMETRO-VALOR TO MINIMO-DESC (1).
           MOVE "MINIMO-DESC-2" TO PARAMETRO-NOMBRE.
           PERFORM LEER-UN-PARAMETRO.
           IF PARAMETRO-LEIDO = "S"
               MOVE PARAMETRO-VALOR TO MINIMO-DESC (2).
           MOVE "MINIMO-DESC-3" TO PARAMETRO-NOMBRE.
           PERFORM LEER-UN-PARAMETRO.
           IF PARAMETRO-LEIDO = "S"
               MOVE PARAMETRO-VALOR TO MINIMO-DESC (3).
           MOVE "MINIMO-DESC-4" TO PARAMETRO-NOMBRE.
           PERFORM LEER-UN-PARAMETRO.
           IF PARAMETRO-LEIDO = "S"
               MOVE PARAMETRO-VALOR TO MINIMO-DESC (4).
           MOVE "MINIMO-DESC-MENOR-3" TO PARAMETRO-NOMBRE.
           PERFORM LEER-UN-PARAMETRO.
           IF PARAMETRO-LEIDO = "S"
               MOVE PARAMETRO-VALOR TO MINIMO-DESC-MENOR-3.
           MOVE "MINIMO-ASCENDIENTE" TO PARAMETRO-NOMBRE.
           PERFORM LEER-UN-PARAMETRO.
           IF PARAMETRO-LEIDO = "S"
               MOVE PARAMETRO-VALOR TO MINIMO-ASCENDIENTE.
           MOVE "MINIMO-ASC-MAYOR-75" TO PARAMETRO-NOMBRE.
           PERFORM LEER-UN-PARAMETRO.
           IF PARAMETRO-LEIDO = "S"
               MOVE PARAMETRO-VALOR TO MINIMO-ASC-MAYOR-75.
           MOVE "EDAD-MAXIMA-DESC" TO PARAMETRO-NOMBRE.
           PERFORM LEER-UN-PARAMETRO.
           IF PARAMETRO-LEIDO = "S"
               MOVE PARAMETRO-VALOR TO EDAD-MAXIMA-DESCENDIENTE.
           MOVE "GASTOS-DEDUCIBLES" TO PARAMETRO-NOMBRE.
           PERFORM LEER-UN-PARAMETRO.
           IF PARAMETRO-LEIDO = "S"
               MOVE PARAMETRO-VALOR TO GASTOS-DEDUCIBLES.
           MOVE "PAGAS-ANUALES" TO PARAMETRO-NOMBRE.
           PERFORM LEER-UN-PARAMETRO.
           IF PARAMETRO-LEIDO = "S"
               MOVE PARAMETRO-VALOR TO PAGAS-ANUALES.
           MOVE "TIPO-IRPF-MAXIMO" TO PARAMETRO-NOMBRE.
           PERFORM LEER-UN-PARAMETRO.
           IF PARAMETRO-LEIDO = "S"
               MOVE PARAMETRO-VALOR TO TIPO-IRPF-MAXIMO.
           CLOSE PARAMETROS-ARCHIVO.

       LEER-PARAMETROS-FIN.
           IF PAGAS-ANUALES = 0
               MOVE 14 TO PAGAS-ANUALES.

       LEER-UN-PARAMETRO.
           MOVE "S" TO PARAMETRO-LEIDO.
           READ PARAMETROS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO PARAMETRO-LEIDO
           END-READ.

       CARGAR-DEDUCCIONES.
      *Mismo criterio de vigencia que la nomina: el juego de lineas
      *mas reciente que no es posterior a la fecha de calculo.
           MOVE FECHA-CALCULO TO FECHA-CORTE-VIGENCIA.
           MOVE ZERO TO VIGENCIA-ELEGIDA.
           OPEN INPUT DEDUCCIONES-ARCHIVO.
           IF DEDUCCIONES-ARCHIVO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de deducciones "
                       DEDUCCIONES-ARCHIVO-NOMBRE
               GO TO CARGAR-DEDUCCIONES-FIN.
           MOVE "N" TO FIN-DEDUCCIONES.
           PERFORM EXAMINAR-VIGENCIA-LINEA
           UNTIL FIN-DEDUCCIONES = "S".
           CLOSE DEDUCCIONES-ARCHIVO.
           OPEN INPUT DEDUCCIONES-ARCHIVO.
           MOVE "N" TO FIN-DEDUCCIONES.
           PERFORM LEER-DEDUCCION
           UNTIL FIN-DEDUCCIONES = "S".
           CLOSE DEDUCCIONES-ARCHIVO.

       CARGAR-DEDUCCIONES-FIN.
           EXIT.

       EXAMINAR-VIGENCIA-LINEA.
           READ DEDUCCIONES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DEDUCCIONES
               NOT AT END
                   PERFORM OBTENER-VIGENCIA-LINEA
                   IF VIGENCIA-LINEA NOT > FECHA-CORTE-VIGENCIA AND
                      VIGENCIA-LINEA > VIGENCIA-ELEGIDA
                       MOVE VIGENCIA-LINEA TO VIGENCIA-ELEGIDA
           END-READ.

       OBTENER-VIGENCIA-LINEA.
           IF DEDUCCION-VIGENCIA-DESDE NOT NUMERIC
               MOVE ZERO TO VIGENCIA-LINEA
           ELSE
               MOVE DEDUCCION-VIGENCIA-9 TO VIGENCIA-LINEA.

       LEER-DEDUCCION.
           READ DEDUCCIONES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DEDUCCIONES
               NOT AT END
                   PERFORM OBTENER-VIGENCIA-LINEA
                   IF VIGENCIA-LINEA = VIGENCIA-ELEGIDA
                       PERFORM CLASIFICAR-DEDUCCION
           END-READ.

       CLASIFICAR-DEDUCCION.
           IF DEDUCCION-TRAMO-IRPF AND CONT-TRAMOS < 10
               ADD 1 TO CONT-TRAMOS
               MOVE DEDUCCION-LIMITE TO TRAMO-LIMITE (CONT-TRAMOS)
               MOVE DEDUCCION-PORCENTAJE
                   TO TRAMO-PORCENTAJE (CONT-TRAMOS).
           IF DEDUCCION-SEGURIDAD-SOCIAL
               MOVE DEDUCCION-PORCENTAJE TO PORCENTAJE-SEG-SOCIAL.

       END PROGRAM CALCULO-TIPO-IRPF.

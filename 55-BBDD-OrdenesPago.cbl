       COPY "copybooks/28-PhGastos.cbl".
      *Archivo de repesca de pagos devueltos.
       COPY "copybooks/28-PhRepesca.cbl".
      *Archivo de pagos retenidos por cambio de cuenta.
       COPY "copybooks/28-PhRetencionesPago.cbl".
      *Registro de variaciones de nomina por periodo.
       COPY "copybooks/28-PhVariacionesNomina.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".
      *Archivo de trabajo de las repescas no reemitidas.
       SELECT REPESCA-TRABAJO-ARCHIVO
           ASSIGN TO "REPESCA_TRABAJO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPESCA-TRABAJO-STATUS.
      *Remesa de cada empresa del grupo, con el nombre de la empresa.
       SELECT ORDENES-EMPRESA-ARCHIVO
           ASSIGN TO ORDENES-EMPRESA-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDENES-EMPRESA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoGastos.cbl".
      *Archivo de repesca de pagos devueltos.
       COPY "copybooks/28-LoRepesca.cbl".
      *Archivo de pagos retenidos por cambio de cuenta.
       COPY "copybooks/28-LoRetencionesPago.cbl".
      *Registro de variaciones de nomina por periodo.
       COPY "copybooks/28-LoVariacionesNomina.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".

       FD REPESCA-TRABAJO-ARCHIVO.
       01 REPESCA-TRABAJO-REGISTRO PIC X(19).

       FD ORDENES-EMPRESA-ARCHIVO.
       01 ORDENES-EMPRESA-REGISTRO PIC X(112).

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  IBAN-VALIDO PIC X.
       77  FIN-REPESCA PIC X.
       77  CONT-REPESCA-RETENIDAS PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC 9(5).
       77  FIN-RETENCIONES PIC X.
       77  CUENTA-EN-CUARENTENA PIC X.
       77  ORDEN-EMITIDA PIC X.
       77  CONT-ORDENES-RETENIDAS PIC 9(5) COMP VALUE 0.
       77  FIN-VARIACIONES PIC X.
       77  CONT-VARIACIONES-PENDIENTES PIC 9(5) COMP VALUE 0.
       77  CONT-YA-RETENIDAS PIC 9(5) COMP VALUE 0.
       77  CONT-ORDENES-LIBERADAS PIC 9(5) COMP VALUE 0.
       77  SUB-E PIC 9(2) COMP.
       77  SUB-M PIC 9(2) COMP.
       77  FIN-ORDENES PIC X.
       77  CONT-ORDENES-EMPRESA PIC 9(9) COMP.
       77  RESULTADOS-DISPONIBLES PIC X VALUE "N".
       77  NETO-ENCONTRADO PIC X.
       77  CONT-SIN-NOMINA PIC 9(5) COMP VALUE 0.
       77  CONT-NETO-NULO PIC 9(5) COMP VALUE 0.
       77  SUB-S PIC 9(4) COMP.
       01  REPESCA-TRABAJO-STATUS PIC X(2).
       01  ORDENES-EMPRESA-STATUS PIC X(2).

      *Con el maestro de empresas la remesa consolidada se reparte en
      *una remesa por empresa (ORDENES_PAGO_<empresa>.TXT), cada una
      *con su propio total y el CIF de la empresa ordenante. La
      *consolidada sigue alimentando el fichero SEPA y la
      *conciliacion bancaria.
       01  ORDENES-EMPRESA-NOMBRE PIC X(30) VALUE "ORDENES_PAGO_01.TXT".
       01  EMPRESA-ORDEN PIC X(2).
       01  TOTAL-REMESA-EMPRESA PIC 9(13).
       01  ORDEN-EMPRESA-TOTAL.
           05 ORDEN-EMPRESA-TIPO PIC X(01).
           05 ORDEN-EMPRESA-ORDENES PIC 9(09).
           05 ORDEN-EMPRESA-IMPORTE PIC 9(13).
           05 ORDEN-EMPRESA-CODIGO PIC X(02).
           05 ORDEN-EMPRESA-CIF PIC X(09).
           05 FILLER PIC X(78).

      *Liquido del recibo mensual (linea 200 NETO de la pasada N)
      *del mes de nomina, que es lo que se ordena al banco. Los
      *empleados activos sin recibo en el mes no cobran salario en
      *esta remesa y se listan en el resumen.
       01  NETO-DEL-MES PIC S9(7)V99.
       01  TABLA-SIN-NOMINA.
           05 SIN-NOMINA-ID OCCURS 500 TIMES PIC X(6).

       01  OPERADOR-SESION PIC X(6).
       01  IMPORTE-CENTIMOS PIC 9(13).
       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
       01  GASTOS-APROBADOS-EMPLEADO PIC 9(7)V99.
       01  TOTAL-GASTOS-PAGADOS PIC 9(13) VALUE 0.
       01  TOTAL-RETENIDO PIC 9(13) VALUE 0.

      *Cuarentena de las cuentas recien cambiadas: la orden cuyo
      *IBAN cambio hace poco, sin llamada de comprobacion, no entra
      *en la remesa y queda en el archivo de retenciones. La decide
      *COMPROBAR-CUENTA-PAGO; el resultado se guarda por empleado y
      *fecha de pago porque la nomina y los gastos se comprueban
      *seguidos.
       01  TIPO-ORDEN-ACTUAL PIC X(1).
       01  FECHA-PAGO-ACTUAL PIC 9(8).
       01  CUARENTENA-EMPLEADO-ID PIC X(6) VALUE SPACE.
       01  CUARENTENA-FECHA-PAGO PIC 9(8) VALUE 0.
       01  ULTIMO-CAMBIO-FECHA PIC 9(8).
       01  ULTIMO-CAMBIO-HORA PIC 9(8).
       01  ULTIMO-CAMBIO-OPERADOR-ID PIC X(6).
       01  ULTIMO-CAMBIO-IBAN-ANTES PIC X(24).

      *Fecha en que el banco debe abonar la remesa y conceptos que
      *acompanan a cada transferencia. Las repescas se abonan en la
      *fecha de negocio, sin esperar a la de la remesa.
       01  FECHA-DE-NEGOCIO PIC 9(8).
       01  PERIODO-VARIACIONES PIC 9(6).
       01  FECHA-EJECUCION-X PIC X(8).
       01  FECHA-EJECUCION PIC 9(8).
       01  FECHA-EJECUCION-R REDEFINES FECHA-EJECUCION.
           05 EJECUCION-ANIO PIC 9(4).
           05 EJECUCION-MES PIC 9(2).
           05 EJECUCION-DIA PIC 9(2).
       01  CONCEPTO-NOMINA PIC X(35).
       01  CONCEPTO-GASTOS PIC X(35).
       01  CONCEPTO-REPESCA PIC X(35)
           VALUE "NOMINA DEVUELTA REEMITIDA".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de transferencias SEPA.
       COPY "copybooks/28-LkSepa.cbl".
      *Area de peticion del modulo de comprobacion de cuentas.
       COPY "copybooks/28-LkCuentaPago.cbl".

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
       COPY "copybooks/28-EstadoGastos.cbl".
      *Estado del archivo de repesca de pagos devueltos.
       COPY "copybooks/28-EstadoRepesca.cbl".
      *Estado del archivo de pagos retenidos.
       COPY "copybooks/28-EstadoRetencionesPago.cbl".
      *Estado del registro de variaciones de nomina.
       COPY "copybooks/28-EstadoVariacionesNomina.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Empresas del grupo cargadas del maestro.
       COPY "copybooks/28-LkEmpresas.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           PERFORM COMPROBAR-VARIACIONES THRU COMPROBAR-VARIACIONES-FIN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM GENERAR-ORDEN-DE-PAGO
           UNTIL LEE-TODO = "1".
           PERFORM PROCESAR-REPESCA THRU PROCESAR-REPESCA-FIN.
           PERFORM EMITIR-RETENCIONES-LIBERADAS.
           PERFORM ESCRIBIR-TOTAL-REMESA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM SEPARAR-ORDENES-EMPRESAS
               THRU SEPARAR-ORDENES-EMPRESAS-FIN.
           PERFORM GENERAR-FICHERO-SEPA.
           PERFORM MOSTRAR-RESUMEN.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           DISPLAY "ID de operador responsable de esta remesa: ".
           ACCEPT OPERADOR-SESION.
           PERFORM PEDIR-FECHA-EJECUCION.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN OUTPUT ORDENES-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ORDENES.
           PERFORM ABRIR-REVISION.
      *Sin resultados de nomina no hay liquido que ordenar: solo
      *salen gastos, repescas y retenciones liberadas.
           OPEN INPUT RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS = "00"
               MOVE "S" TO RESULTADOS-DISPONIBLES
           ELSE
               DISPLAY "No hay resultados de nomina, no se ordena "
                       "ningun salario.".
      *Sin archivo de gastos la remesa sale solo con los salarios.
           MOVE "S" TO GASTOS-DISPONIBLES.
           OPEN I-O GASTOS-ARCHIVO.
           IF GASTOS-ARCHIVO-STATUS = "35"
               MOVE "N" TO GASTOS-DISPONIBLES.
           PERFORM ABRIR-RETENCIONES.
           PERFORM ABRIR-INFORME-IBAN.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE ORDENES-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ORDENES.
           CLOSE REVISION-ARCHIVO.
           IF RESULTADOS-DISPONIBLES = "S"
               CLOSE RESULTADOS-NOMINA-ARCHIVO.
           IF GASTOS-DISPONIBLES = "S"
               CLOSE GASTOS-ARCHIVO.
           CLOSE RETENCIONES-PAGO-ARCHIVO.
           PERFORM CERRAR-INFORME-IBAN.

       COMPROBAR-VARIACIONES.
      *No sale remesa del mes de nomina sin la comprobacion de
      *variaciones hecha sobre la nomina vigente y con todas sus
      *lineas marcadas explicadas por un supervisor.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           COMPUTE PERIODO-VARIACIONES = FNEGOCIO-FECHA / 100.
           OPEN INPUT VARIACIONES-NOMINA-ARCHIVO.
           IF VARIACIONES-NOMINA-STATUS NOT = "00"
               GO TO COMPROBAR-VARIACIONES-SIN-CONTROL.
           MOVE PERIODO-VARIACIONES TO VARNOM-ANIO-MES.
           MOVE "C" TO VARNOM-AMBITO.
           MOVE SPACE TO VARNOM-CODIGO.
           MOVE SPACE TO VARNOM-MOTIVO.
           READ VARIACIONES-NOMINA-ARCHIVO
               INVALID KEY
                   CLOSE VARIACIONES-NOMINA-ARCHIVO
                   GO TO COMPROBAR-VARIACIONES-SIN-CONTROL
           END-READ.
           MOVE "D" TO VARNOM-AMBITO.
           MOVE LOW-VALUES TO VARNOM-CODIGO.
           MOVE LOW-VALUES TO VARNOM-MOTIVO.
           MOVE "N" TO FIN-VARIACIONES.
           START VARIACIONES-NOMINA-ARCHIVO KEY IS NOT LESS THAN
               VARNOM-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-VARIACIONES
           END-START.
           PERFORM CONTAR-VARIACION-PENDIENTE
           UNTIL FIN-VARIACIONES = "S".
           CLOSE VARIACIONES-NOMINA-ARCHIVO.
           IF CONT-VARIACIONES-PENDIENTES = 0
               GO TO COMPROBAR-VARIACIONES-FIN.
           DISPLAY "Hay " CONT-VARIACIONES-PENDIENTES
                   " variaciones de nomina del periodo "
                   PERIODO-VARIACIONES " sin explicar.".
           DISPLAY "Un supervisor debe explicarlas en "
                   "EXPLICAR-VARIACIONES antes de la remesa.".
           STOP RUN.

       COMPROBAR-VARIACIONES-SIN-CONTROL.
           DISPLAY "La nomina del periodo " PERIODO-VARIACIONES
                   " no tiene hecha la comprobacion de variaciones.".
           DISPLAY "Ejecute antes VARIACION-NOMINA.".
           STOP RUN.

       COMPROBAR-VARIACIONES-FIN.
           EXIT.

       CONTAR-VARIACION-PENDIENTE.
           READ VARIACIONES-NOMINA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-VARIACIONES
           END-READ.
           IF FIN-VARIACIONES = "N" AND
              VARNOM-ANIO-MES NOT = PERIODO-VARIACIONES
               MOVE "S" TO FIN-VARIACIONES.
           IF FIN-VARIACIONES = "N" AND VARNOM-PENDIENTE
               ADD 1 TO CONT-VARIACIONES-PENDIENTES.

       PEDIR-FECHA-EJECUCION.
      *El banco no admite fechas de ejecucion pasadas: en blanco o
      *anterior a la fecha de negocio, la remesa se abona en esta.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-NEGOCIO.
           DISPLAY "Fecha de ejecucion de la remesa (AAAAMMDD, en "
                   "blanco = fecha de negocio): ".
           ACCEPT FECHA-EJECUCION-X.
           IF FECHA-EJECUCION-X NUMERIC
               MOVE FECHA-EJECUCION-X TO FECHA-EJECUCION
           ELSE
               MOVE ZERO TO FECHA-EJECUCION.
           IF FECHA-EJECUCION NOT = 0
               IF EJECUCION-MES < 1 OR EJECUCION-MES > 12 OR
                  EJECUCION-DIA < 1 OR EJECUCION-DIA > 31 OR
                  FECHA-EJECUCION < FECHA-DE-NEGOCIO
                   DISPLAY "Fecha de ejecucion no valida, se usa la "
                           "fecha de negocio " FECHA-DE-NEGOCIO
                   MOVE ZERO TO FECHA-EJECUCION.
           IF FECHA-EJECUCION = 0
               MOVE FECHA-DE-NEGOCIO TO FECHA-EJECUCION.
      *El concepto nombra el mes de nomina que se paga (el de la
      *fecha de negocio) aunque el abono se programe para otro mes;
      *con el se casan las ordenes en la conciliacion del periodo.
           MOVE SPACE TO CONCEPTO-NOMINA.
           STRING "NOMINA " DELIMITED BY SIZE
                  FECHA-DE-NEGOCIO (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FECHA-DE-NEGOCIO (5:2) DELIMITED BY SIZE
               INTO CONCEPTO-NOMINA.
           MOVE SPACE TO CONCEPTO-GASTOS.
           STRING "GASTOS " DELIMITED BY SIZE
                  FECHA-DE-NEGOCIO (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FECHA-DE-NEGOCIO (5:2) DELIMITED BY SIZE
               INTO CONCEPTO-GASTOS.

       ABRIR-RETENCIONES.
      *El archivo de retenciones es indexado; si todavia no existe
      *lo creamos antes de abrirlo.
           OPEN I-O RETENCIONES-PAGO-ARCHIVO.
           IF RETENCIONES-PAGO-STATUS = "35"
               OPEN OUTPUT RETENCIONES-PAGO-ARCHIVO
               CLOSE RETENCIONES-PAGO-ARCHIVO
               OPEN I-O RETENCIONES-PAGO-ARCHIVO.

       ABRIR-REVISION.
      *La cola de revision es un archivo indexado igual que el de
      *empleados. Si todavia no existe la creamos antes de abrirla en
           PERFORM LEE-SIGUIENTE-REGISTRO.

       VALIDAR-DATOS-BANCARIOS.
      *Formato y digitos de control los comprueba el modulo comun
      *COMPROBAR-CUENTA-PAGO, el mismo que usan las remesas fuera de
      *ciclo.
           MOVE "S" TO IBAN-VALIDO.
           IF EMPLEADOS-BANCO-IBAN = SPACE OR
              EMPLEADOS-BANCO-TITULAR = SPACE
               MOVE "N" TO IBAN-VALIDO
           ELSE
               MOVE SPACE TO CTAPET-PETICION
               MOVE "V" TO CTAPET-OPERACION
               MOVE EMPLEADOS-BANCO-IBAN TO CTAPET-IBAN
               CALL "COMPROBAR-CUENTA-PAGO" USING CTAPET-PETICION
               IF CTAPET-RESULTADO NOT = "S"
                   MOVE "N" TO IBAN-VALIDO
                   IF CTAPET-RESULTADO = "D"
                       ADD 1 TO CONT-IBAN-MAL-FORMADOS
                       PERFORM IMPRIMIR-EXCEPCION-IBAN.

       ESCRIBIR-ORDEN.
      *Se paga el liquido del recibo del mes de nomina, el mismo que
      *revisa la comprobacion de variaciones y que casa la
      *conciliacion; ya descuenta los anticipos pagados fuera de
      *ciclo. Sin recibo, o con liquido cero o negativo, no hay
      *orden de salario.
           PERFORM LEER-NETO-DEL-MES.
           IF NETO-ENCONTRADO = "N"
               PERFORM ANOTAR-SIN-NOMINA
           ELSE
               IF NETO-DEL-MES NOT > 0
                   ADD 1 TO CONT-NETO-NULO
               ELSE
                   PERFORM ORDENAR-NETO-DEL-MES.

       LEER-NETO-DEL-MES.
           MOVE "N" TO NETO-ENCONTRADO.
           MOVE ZERO TO NETO-DEL-MES.
           IF RESULTADOS-DISPONIBLES = "S"
               MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID
               MOVE PERIODO-VARIACIONES TO RESNOM-ANIO-MES
               MOVE "N" TO RESNOM-PASADA
               MOVE 200 TO RESNOM-LINEA
               READ RESULTADOS-NOMINA-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO NETO-ENCONTRADO
                       MOVE RESNOM-IMPORTE TO NETO-DEL-MES
               END-READ.

       ANOTAR-SIN-NOMINA.
           ADD 1 TO CONT-SIN-NOMINA.
           IF CONT-SIN-NOMINA NOT > 500
               MOVE EMPLEADOS-ID TO SIN-NOMINA-ID (CONT-SIN-NOMINA).

       ORDENAR-NETO-DEL-MES.
           MOVE SPACE TO ORDEN-PAGO-REGISTRO.
           MOVE "D" TO ORDEN-PAGO-TIPO.
           MOVE EMPLEADOS-ID TO ORDEN-PAGO-ID.
           MOVE EMPLEADOS-BANCO-IBAN TO ORDEN-PAGO-IBAN.
           MOVE EMPLEADOS-BANCO-TITULAR TO ORDEN-PAGO-TITULAR.
           COMPUTE IMPORTE-CENTIMOS = NETO-DEL-MES * 100.
           MOVE IMPORTE-CENTIMOS TO ORDEN-PAGO-IMPORTE.
           MOVE FECHA-EJECUCION TO ORDEN-PAGO-FECHA-EJECUCION.
           MOVE CONCEPTO-NOMINA TO ORDEN-PAGO-CONCEPTO.
           MOVE "N" TO TIPO-ORDEN-ACTUAL.
           MOVE FECHA-EJECUCION TO FECHA-PAGO-ACTUAL.
           PERFORM EMITIR-ORDEN THRU EMITIR-ORDEN-FIN.
           IF ORDEN-EMITIDA = "S"
               ADD 1 TO CONT-ORDENES
               ADD IMPORTE-CENTIMOS TO TOTAL-REMESA.

       PAGAR-GASTOS-APROBADOS.
      *Las notas de gastos aprobadas del empleado se pagan como una
           COMPUTE IMPORTE-CENTIMOS =
                   GASTOS-APROBADOS-EMPLEADO * 100.
           MOVE IMPORTE-CENTIMOS TO ORDEN-PAGO-IMPORTE.
           MOVE FECHA-EJECUCION TO ORDEN-PAGO-FECHA-EJECUCION.
           MOVE CONCEPTO-GASTOS TO ORDEN-PAGO-CONCEPTO.
           MOVE "G" TO TIPO-ORDEN-ACTUAL.
           MOVE FECHA-EJECUCION TO FECHA-PAGO-ACTUAL.
           PERFORM EMITIR-ORDEN THRU EMITIR-ORDEN-FIN.
           IF ORDEN-EMITIDA = "S"
               ADD 1 TO CONT-ORDENES
               ADD 1 TO CONT-ORDENES-GASTOS
               ADD IMPORTE-CENTIMOS TO TOTAL-REMESA
               ADD IMPORTE-CENTIMOS TO TOTAL-GASTOS-PAGADOS.

       EMITIR-ORDEN.
      *Toda orden pasa por aqui antes de entrar en la remesa. Si ya
      *hay una retencion del mismo empleado, tipo y fecha de negocio
      *(una remesa repetida) manda la retencion: la retenida sigue
      *fuera y la liberada sale desde el archivo de retenciones. Si
      *no, la cuenta en cuarentena desvia la orden a ese archivo.
           MOVE "S" TO ORDEN-EMITIDA.
           MOVE EMPLEADOS-ID TO RETPAGO-EMPLEADOS-ID.
           MOVE FECHA-DE-NEGOCIO TO RETPAGO-FECHA-RETENCION.
           MOVE TIPO-ORDEN-ACTUAL TO RETPAGO-TIPO.
           READ RETENCIONES-PAGO-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO ORDEN-EMITIDA
           END-READ.
      *Una segunda repesca del mismo dia no cabe en la misma clave:
      *se queda en la repesca para la remesa siguiente.
           IF ORDEN-EMITIDA = "R"
               IF TIPO-ORDEN-ACTUAL = "R"
                   MOVE "X" TO ORDEN-EMITIDA
               ELSE
                   ADD 1 TO CONT-YA-RETENIDAS
               END-IF
               GO TO EMITIR-ORDEN-FIN.
           PERFORM COMPROBAR-CUARENTENA-CUENTA
               THRU COMPROBAR-CUARENTENA-FIN.
           IF CUENTA-EN-CUARENTENA = "S"
               PERFORM RETENER-ORDEN-DE-PAGO
               GO TO EMITIR-ORDEN-FIN.
           WRITE ORDEN-PAGO-REGISTRO.
           PERFORM COMPROBAR-ESTADO-ORDENES.

       EMITIR-ORDEN-FIN.
           EXIT.

       COMPROBAR-CUARENTENA-CUENTA.
      *El modulo comun busca el ultimo cambio de IBAN del empleado y
      *decide si la cuenta sigue en cuarentena en la fecha de pago;
      *devuelve tambien los datos del cambio para la retencion.
           IF EMPLEADOS-ID = CUARENTENA-EMPLEADO-ID AND
              FECHA-PAGO-ACTUAL = CUARENTENA-FECHA-PAGO
               GO TO COMPROBAR-CUARENTENA-FIN.
           MOVE EMPLEADOS-ID TO CUARENTENA-EMPLEADO-ID.
           MOVE FECHA-PAGO-ACTUAL TO CUARENTENA-FECHA-PAGO.
           MOVE SPACE TO CTAPET-PETICION.
           MOVE "C" TO CTAPET-OPERACION.
           MOVE EMPLEADOS-ID TO CTAPET-EMPLEADOS-ID.
           MOVE FECHA-PAGO-ACTUAL TO CTAPET-FECHA-PAGO.
           CALL "COMPROBAR-CUENTA-PAGO" USING CTAPET-PETICION.
           MOVE CTAPET-RESULTADO TO CUENTA-EN-CUARENTENA.
           MOVE CTAPET-CAMBIO-FECHA TO ULTIMO-CAMBIO-FECHA.
           MOVE CTAPET-CAMBIO-HORA TO ULTIMO-CAMBIO-HORA.
           MOVE CTAPET-CAMBIO-OPERADOR-ID TO ULTIMO-CAMBIO-OPERADOR-ID.
           MOVE CTAPET-IBAN-ANTERIOR TO ULTIMO-CAMBIO-IBAN-ANTES.

       COMPROBAR-CUARENTENA-FIN.
           EXIT.

       RETENER-ORDEN-DE-PAGO.
      *La orden entera queda en el archivo de retenciones con el
      *cambio que la provoco, a la espera de la llamada de
      *comprobacion en VERIFICACION-CUENTA.
           MOVE SPACE TO RETPAGO-REGISTRO.
           MOVE EMPLEADOS-ID TO RETPAGO-EMPLEADOS-ID.
           MOVE FECHA-DE-NEGOCIO TO RETPAGO-FECHA-RETENCION.
           MOVE TIPO-ORDEN-ACTUAL TO RETPAGO-TIPO.
           MOVE ORDEN-PAGO-IBAN TO RETPAGO-IBAN.
           MOVE ORDEN-PAGO-TITULAR TO RETPAGO-TITULAR.
           MOVE ORDEN-PAGO-IMPORTE TO RETPAGO-IMPORTE.
           MOVE ORDEN-PAGO-FECHA-EJECUCION TO RETPAGO-FECHA-EJECUCION.
           MOVE ORDEN-PAGO-CONCEPTO TO RETPAGO-CONCEPTO.
           MOVE ULTIMO-CAMBIO-FECHA TO RETPAGO-CAMBIO-FECHA.
           MOVE ULTIMO-CAMBIO-HORA TO RETPAGO-CAMBIO-HORA.
           MOVE ULTIMO-CAMBIO-OPERADOR-ID TO RETPAGO-CAMBIO-OPERADOR-ID.
           MOVE ULTIMO-CAMBIO-IBAN-ANTES TO RETPAGO-IBAN-ANTERIOR.
           MOVE "R" TO RETPAGO-ESTADO.
           MOVE ZEROES TO RETPAGO-FECHA-VERIFICACION.
           MOVE ZEROES TO RETPAGO-FECHA-EMISION.
           MOVE "R" TO ORDEN-EMITIDA.
           WRITE RETPAGO-REGISTRO
               INVALID KEY
                   MOVE "X" TO ORDEN-EMITIDA
                   DISPLAY "Error al retener la orden del empleado "
                           EMPLEADOS-ID
           END-WRITE.
           IF ORDEN-EMITIDA = "R"
               ADD 1 TO CONT-ORDENES-RETENIDAS
               ADD ORDEN-PAGO-IMPORTE TO TOTAL-RETENIDO
               PERFORM IMPRIMIR-RETENCION-CUENTA.

       EMITIR-RETENCIONES-LIBERADAS.
      *Las ordenes liberadas tras la llamada de comprobacion salen
      *en esta remesa sobre la cuenta verificada y en la fecha de
      *negocio, como las repescas. Las ya emitidas con esta misma
      *fecha de negocio se vuelven a emitir: el archivo de ordenes
      *se rehace entero en cada pasada.
           MOVE LOW-VALUES TO RETPAGO-CLAVE.
           MOVE "N" TO FIN-RETENCIONES.
           START RETENCIONES-PAGO-ARCHIVO KEY IS NOT LESS THAN
               RETPAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-RETENCIONES
           END-START.
           PERFORM EMITIR-UNA-LIBERADA
           UNTIL FIN-RETENCIONES = "S".

       EMITIR-UNA-LIBERADA.
           READ RETENCIONES-PAGO-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-RETENCIONES
           END-READ.
           IF FIN-RETENCIONES = "N"
               IF RETPAGO-LIBERADA OR
                  (RETPAGO-EMITIDA AND
                   RETPAGO-FECHA-EMISION = FECHA-DE-NEGOCIO)
                   PERFORM ESCRIBIR-ORDEN-LIBERADA.

       ESCRIBIR-ORDEN-LIBERADA.
           MOVE SPACE TO ORDEN-PAGO-REGISTRO.
           MOVE "D" TO ORDEN-PAGO-TIPO.
           MOVE RETPAGO-EMPLEADOS-ID TO ORDEN-PAGO-ID.
           MOVE RETPAGO-IBAN TO ORDEN-PAGO-IBAN.
           MOVE RETPAGO-TITULAR TO ORDEN-PAGO-TITULAR.
           MOVE RETPAGO-IMPORTE TO ORDEN-PAGO-IMPORTE.
           MOVE FECHA-DE-NEGOCIO TO ORDEN-PAGO-FECHA-EJECUCION.
           MOVE RETPAGO-CONCEPTO TO ORDEN-PAGO-CONCEPTO.
           WRITE ORDEN-PAGO-REGISTRO.
           PERFORM COMPROBAR-ESTADO-ORDENES.
           ADD 1 TO CONT-ORDENES.
           ADD 1 TO CONT-ORDENES-LIBERADAS.
           ADD RETPAGO-IMPORTE TO TOTAL-REMESA.
           MOVE "E" TO RETPAGO-ESTADO.
           MOVE FECHA-DE-NEGOCIO TO RETPAGO-FECHA-EMISION.
           REWRITE RETPAGO-REGISTRO
               INVALID KEY
                   DISPLAY "Error al marcar como emitida la orden "
                           "retenida " RETPAGO-CLAVE
           END-REWRITE.

       ENCOLAR-REVISION-BANCARIA.
      *El empleado sin datos bancarios validos no bloquea la remesa:
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-ORDENES-RETENIDAS TO CONT-EDITADO.
           COMPUTE IMPORTE-PANTALLA = TOTAL-RETENIDO / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           STRING "ORDENES RETENIDAS POR CAMBIO DE CUENTA: "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "  IMPORTE: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       IMPRIMIR-RETENCION-CUENTA.
      *La orden retenida se lista con la cuenta nueva, quien la
      *cambio y cuando, igual que las cuentas mal formadas.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           COMPUTE IMPORTE-PANTALLA = ORDEN-PAGO-IMPORTE / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           STRING "RETENIDA POR CAMBIO DE CUENTA: " DELIMITED BY SIZE
                  EMPLEADOS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDEN-PAGO-IBAN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " CAMBIADA " DELIMITED BY SIZE
                  ULTIMO-CAMBIO-FECHA DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  ULTIMO-CAMBIO-OPERADOR-ID DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       PROCESAR-REPESCA.
      *Los importes devueltos por el banco en remesas anteriores se
      *reemiten sobre el IBAN vigente del maestro. Las devoluciones
               MOVE EMPLEADOS-BANCO-IBAN TO ORDEN-PAGO-IBAN
               MOVE EMPLEADOS-BANCO-TITULAR TO ORDEN-PAGO-TITULAR
               MOVE REPESCA-IMPORTE TO ORDEN-PAGO-IMPORTE
               MOVE FECHA-DE-NEGOCIO TO ORDEN-PAGO-FECHA-EJECUCION
               MOVE CONCEPTO-REPESCA TO ORDEN-PAGO-CONCEPTO
               MOVE "R" TO TIPO-ORDEN-ACTUAL
               MOVE FECHA-DE-NEGOCIO TO FECHA-PAGO-ACTUAL
               PERFORM EMITIR-ORDEN THRU EMITIR-ORDEN-FIN
               IF ORDEN-EMITIDA = "S"
                   ADD 1 TO CONT-ORDENES
                   ADD 1 TO CONT-ORDENES-REPESCA
                   ADD REPESCA-IMPORTE TO TOTAL-REMESA
               END-IF
               IF ORDEN-EMITIDA = "X"
                   PERFORM RETENER-REPESCA
               END-IF
           ELSE
               PERFORM ENCOLAR-REVISION-BANCARIA
               PERFORM RETENER-REPESCA.
           WRITE ORDEN-REMESA-REGISTRO.
           PERFORM COMPROBAR-ESTADO-ORDENES.

       SEPARAR-ORDENES-EMPRESAS.
      *Sin maestro de empresas solo existe la remesa consolidada.
      *Con el, cada empresa recibe en su remesa las ordenes de sus
      *empleados: la empresa es la del mes pagado, la anterior si el
      *traslado rige despues de la fecha de negocio. Las ordenes de
      *empleados fuera del maestro o de empresas desconocidas van a
      *la principal.
           CALL "EMPRESAS-GRUPO" USING GRUPO-PETICION.
           IF GRUPO-EMPRESAS = 0
               GO TO SEPARAR-ORDENES-EMPRESAS-FIN.
           MOVE 1 TO SUB-E.
           PERFORM ESCRIBIR-REMESA-EMPRESA
           UNTIL SUB-E > GRUPO-EMPRESAS.

       SEPARAR-ORDENES-EMPRESAS-FIN.
           EXIT.

       ESCRIBIR-REMESA-EMPRESA.
           MOVE SPACE TO ORDENES-EMPRESA-NOMBRE.
           STRING "ORDENES_PAGO_" DELIMITED BY SIZE
                  GRUPO-CODIGO (SUB-E) DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO ORDENES-EMPRESA-NOMBRE.
           MOVE 0 TO CONT-ORDENES-EMPRESA.
           MOVE 0 TO TOTAL-REMESA-EMPRESA.
           OPEN INPUT ORDENES-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ORDENES.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN OUTPUT ORDENES-EMPRESA-ARCHIVO.
           MOVE "N" TO FIN-ORDENES.
           PERFORM COPIAR-ORDEN-EMPRESA
           UNTIL FIN-ORDENES = "S".
           MOVE SPACE TO ORDEN-EMPRESA-TOTAL.
           MOVE "T" TO ORDEN-EMPRESA-TIPO.
           MOVE CONT-ORDENES-EMPRESA TO ORDEN-EMPRESA-ORDENES.
           MOVE TOTAL-REMESA-EMPRESA TO ORDEN-EMPRESA-IMPORTE.
           MOVE GRUPO-CODIGO (SUB-E) TO ORDEN-EMPRESA-CODIGO.
           MOVE GRUPO-CIF (SUB-E) TO ORDEN-EMPRESA-CIF.
           WRITE ORDENES-EMPRESA-REGISTRO FROM ORDEN-EMPRESA-TOTAL.
           CLOSE ORDENES-EMPRESA-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE ORDENES-ARCHIVO.
           COMPUTE IMPORTE-PANTALLA = TOTAL-REMESA-EMPRESA / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           MOVE CONT-ORDENES-EMPRESA TO CONT-EDITADO.
           DISPLAY "Remesa " ORDENES-EMPRESA-NOMBRE ": "
                   CONT-EDITADO " ordenes, " IMPORTE-EDITADO.
           ADD 1 TO SUB-E.

       COPIAR-ORDEN-EMPRESA.
           READ ORDENES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-ORDENES
           END-READ.
           IF FIN-ORDENES = "N" AND ORDEN-PAGO-DETALLE
               PERFORM DETERMINAR-EMPRESA-ORDEN
               IF EMPRESA-ORDEN = GRUPO-CODIGO (SUB-E)
                   WRITE ORDENES-EMPRESA-REGISTRO
                       FROM ORDEN-PAGO-REGISTRO
                   ADD 1 TO CONT-ORDENES-EMPRESA
                   ADD ORDEN-PAGO-IMPORTE TO TOTAL-REMESA-EMPRESA.

       DETERMINAR-EMPRESA-ORDEN.
           MOVE GRUPO-PRINCIPAL TO EMPRESA-ORDEN.
           MOVE ORDEN-PAGO-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE SPACE TO EMPLEADOS-EMPRESA
                   MOVE SPACE TO EMPLEADOS-EMPRESA-ANTERIOR
           END-READ.
           IF EMPLEADOS-EMPRESA NOT = SPACE
               MOVE EMPLEADOS-EMPRESA TO EMPRESA-ORDEN.
           IF EMPLEADOS-EMPRESA-DESDE-X NUMERIC AND
              EMPLEADOS-EMPRESA-ANTERIOR NOT = SPACE
               IF EMPLEADOS-EMPRESA-DESDE > FECHA-DE-NEGOCIO
                   MOVE EMPLEADOS-EMPRESA-ANTERIOR TO EMPRESA-ORDEN.
           MOVE 1 TO SUB-M.
           PERFORM BUSCAR-EMPRESA-ORDEN
           UNTIL SUB-M > GRUPO-EMPRESAS OR
                 GRUPO-CODIGO (SUB-M) = EMPRESA-ORDEN.
           IF SUB-M > GRUPO-EMPRESAS
               MOVE GRUPO-PRINCIPAL TO EMPRESA-ORDEN.

       BUSCAR-EMPRESA-ORDEN.
           ADD 1 TO SUB-M.

       GENERAR-FICHERO-SEPA.
      *El XML para el banco se monta a partir de ORDENES_PAGO.TXT ya
      *cerrado; si no cuadra con el total de la remesa no se libera.
           MOVE SPACE TO SEPA-PETICION.
           CALL "TRANSFERENCIAS-SEPA" USING SEPA-PETICION.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           DISPLAY " ".
           DISPLAY "RESUMEN DE LA REMESA DE ORDENES DE PAGO".
           DISPLAY "Ordenes generadas: " CONT-ORDENES.
           DISPLAY "Empleados con liquido cero o negativo: "
                   CONT-NETO-NULO.
           DISPLAY "Empleados activos sin nomina del mes "
                   PERIODO-VARIACIONES " (sin orden de salario): "
                   CONT-SIN-NOMINA.
           MOVE 1 TO SUB-S.
           PERFORM MOSTRAR-SIN-NOMINA
           UNTIL SUB-S > CONT-SIN-NOMINA OR SUB-S > 500.
           IF CONT-SIN-NOMINA > 500
               DISPLAY "   ... y otros, solo se listan los 500 "
                       "primeros.".
           DISPLAY "Empleados sin datos bancarios (encolados): "
                   CONT-SIN-DATOS-BANCARIOS.
           DISPLAY "Ordenes de gastos aprobados: "
                   CONT-REPESCA-RETENIDAS.
           DISPLAY "IBAN con digitos de control invalidos: "
                   CONT-IBAN-MAL-FORMADOS.
           DISPLAY "Ordenes retenidas por cambio de cuenta: "
                   CONT-ORDENES-RETENIDAS.
           DISPLAY "Ordenes ya en el archivo de retenciones: "
                   CONT-YA-RETENIDAS.
           DISPLAY "Ordenes retenidas liberadas en esta remesa: "
                   CONT-ORDENES-LIBERADAS.
           COMPUTE IMPORTE-PANTALLA = TOTAL-RETENIDO / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           DISPLAY "Importe retenido:           " IMPORTE-EDITADO.
           COMPUTE IMPORTE-PANTALLA = TOTAL-GASTOS-PAGADOS / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           DISPLAY "Importe de gastos pagados:  " IMPORTE-EDITADO.
           COMPUTE IMPORTE-PANTALLA = TOTAL-REMESA / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           DISPLAY "Importe total de la remesa: " IMPORTE-EDITADO.
           DISPLAY "Fecha de ejecucion de la remesa: "
                   FECHA-EJECUCION.
           IF SEPA-LIBERADO
               COMPUTE IMPORTE-PANTALLA = SEPA-IMPORTE / 100
               MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO
               DISPLAY "Fichero SEPA_PAGOS.XML liberado, mensaje "
                       SEPA-MENSAJE-ID
               DISPLAY "Transferencias: " SEPA-TRANSACCIONES
                       " Suma de control: " IMPORTE-EDITADO
           ELSE
               DISPLAY "*** Fichero SEPA retenido: " SEPA-MOTIVO.

       MOSTRAR-SIN-NOMINA.
           DISPLAY "   " SIN-NOMINA-ID (SUB-S).
           ADD 1 TO SUB-S.

       END PROGRAM ORDENES-PAGO.

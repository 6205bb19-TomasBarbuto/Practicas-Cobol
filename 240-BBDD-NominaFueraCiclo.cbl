       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA-FUERA-CICLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de deducciones de nomina.
       COPY "copybooks/28-PhDeducciones.cbl".
      *Archivo de bajas tramitadas.
       COPY "copybooks/28-PhBajas.cbl".
      *Archivo de control de periodos de nomina.
       COPY "copybooks/28-PhPeriodos.cbl".
      *Archivo maestro de conceptos salariales.
       COPY "copybooks/28-PhConceptos.cbl".
      *Archivo de lineas de pago fuera de ciclo.
       COPY "copybooks/28-PhLineasFueraCiclo.cbl".
      *Archivo de pagos fuera de ciclo pendientes de regularizar.
       COPY "copybooks/28-PhPagosFueraCiclo.cbl".
      *Archivo de ordenes de pago fuera de ciclo para el banco.
       COPY "copybooks/28-PhOrdenesFueraCiclo.cbl".
      *Archivo contador de secuencia de las remesas fuera de ciclo.
       COPY "copybooks/28-PhSecuenciaFueraCiclo.cbl".
      *Cola de revision de cambios diferidos.
       COPY "copybooks/28-PhRevision.cbl".
      *Archivo de acumulados anuales por empleado.
       COPY "copybooks/28-PhAcumuladosAnuales.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".
      *Archivo de pagos retenidos por cambio de cuenta.
       COPY "copybooks/28-PhRetencionesPago.cbl".
      *Archivo de trabajo usado por el verbo SORT.
       SELECT ORDEN-ARCHIVO ASSIGN TO "FUERACICLO.TMP".
      *Remesa fuera de ciclo de cada empresa del grupo, con el nombre
      *de la empresa.
       SELECT ORDENES-EMPRESA-ARCHIVO
           ASSIGN TO ORDENES-EMPRESA-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDENES-EMPRESA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de deducciones de nomina.
       COPY "copybooks/28-LoDeducciones.cbl".
      *Archivo de bajas tramitadas.
       COPY "copybooks/28-LoBajas.cbl".
      *Archivo de control de periodos de nomina.
       COPY "copybooks/28-LoPeriodos.cbl".
      *Archivo maestro de conceptos salariales.
       COPY "copybooks/28-LoConceptos.cbl".
      *Archivo de lineas de pago fuera de ciclo.
       COPY "copybooks/28-LoLineasFueraCiclo.cbl".
      *Archivo de pagos fuera de ciclo pendientes de regularizar.
       COPY "copybooks/28-LoPagosFueraCiclo.cbl".
      *Archivo de ordenes de pago fuera de ciclo para el banco.
       COPY "copybooks/28-LoOrdenesFueraCiclo.cbl".
      *Archivo contador de secuencia de las remesas fuera de ciclo.
       COPY "copybooks/28-LoSecuenciaFueraCiclo.cbl".
      *Cola de revision de cambios diferidos.
       COPY "copybooks/28-LoRevision.cbl".
      *Archivo de acumulados anuales por empleado.
       COPY "copybooks/28-LoAcumuladosAnuales.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".
      *Archivo de pagos retenidos por cambio de cuenta.
       COPY "copybooks/28-LoRetencionesPago.cbl".
      *Registro de trabajo del SORT: las lineas validas del archivo
      *de entrada, ordenadas por empleado y, dentro de cada uno, en
      *el orden en que venian.
       SD ORDEN-ARCHIVO.
       01 ORDEN-REGISTRO.
           05 ORDEN-EMPLEADOS-ID PIC X(06).
           05 ORDEN-NUMERO PIC 9(05).
           05 ORDEN-TIPO PIC X(01).
           05 ORDEN-CONCEPTO PIC X(04).
           05 ORDEN-DESCRIPCION PIC X(25).
           05 ORDEN-IMPORTE PIC 9(07)V99.

       FD ORDENES-EMPRESA-ARCHIVO.
       01 ORDENES-EMPRESA-REGISTRO PIC X(112).

       WORKING-STORAGE SECTION.
       77  OPERADOR-AUTORIZADO PIC X.
       77  PERIODO-BLOQUEADO PIC X VALUE "N".
       77  FIN-DEDUCCIONES PIC X.
       77  FIN-LINEAS PIC X.
       77  FIN-ORDEN PIC X.
       77  FIN-RESULTADOS PIC X.
       77  LEE-TODO PIC X.
       77  TRAMO-ENCONTRADO PIC X.
       77  IBAN-VALIDO PIC X.
       77  LINEA-VALIDA PIC X.
       77  EMPLEADO-ENCONTRADO PIC X.
       77  EMPLEADO-EN-NOMINA PIC X.
       77  NOMINA-ORDINARIA-CALCULADA PIC X.
       77  CONCEPTOS-DISPONIBLES PIC X VALUE "N".
       77  AVISO-RECHAZOS-LLENA PIC X VALUE "N".
       77  SUB-TRAMO PIC 9(2) COMP VALUE 0.
       77  CONT-TRAMOS PIC 9(2) COMP VALUE 0.
       77  SUB-B PIC 9(3) COMP VALUE 0.
       77  POSICION-BAJA PIC 9(3) COMP VALUE 0.
       77  CONT-BAJAS PIC 9(3) COMP VALUE 0.
       77  SUB-L PIC 9(2) COMP VALUE 0.
       77  CONT-LINEAS-EMP PIC 9(2) COMP VALUE 0.
       77  SUB-R PIC 9(3) COMP VALUE 0.
       77  CONT-RECHAZADAS PIC 9(5) COMP VALUE 0.
       77  CONT-RECHAZOS-GUARDADOS PIC 9(3) COMP VALUE 0.
       77  CONT-LINEAS-LEIDAS PIC 9(5) COMP VALUE 0.
       77  CONT-LINEAS-PAGADAS PIC 9(5) COMP VALUE 0.
       77  CONT-RECIBOS PIC 9(5) COMP VALUE 0.
       77  CONT-ORDENES PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-DATOS-BANCARIOS PIC 9(5) COMP VALUE 0.
       77  CONT-IBAN-MAL-FORMADOS PIC 9(5) COMP VALUE 0.
       77  ORDEN-RETENIDA PIC X.
       77  RETENCION-CERRADA PIC X.
       77  CONT-ORDENES-RETENIDAS PIC 9(5) COMP VALUE 0.
       77  FIN-ORDENES PIC X.
       77  SUB-E PIC 9(2) COMP.
       77  SUB-M PIC 9(2) COMP.
       77  CONT-ORDENES-EMPRESA PIC 9(9) COMP.
       01  ORDENES-EMPRESA-STATUS PIC X(2).

      *Mes en que se paga, con su primer y ultimo dia natural: es
      *el mes con el que el pago queda en el historico de
      *resultados y en el acumulado del ejercicio.
       01  MES-PAGO PIC 9(6).
       01  MES-PAGO-R REDEFINES MES-PAGO.
           05 PAGO-ANIO PIC 9(4).
           05 PAGO-MES PIC 9(2).
       01  PRIMER-DIA-MES PIC 9(8).
       01  ULTIMO-DIA-MES PIC 9(8).
       01  DIAS-DEL-MES PIC 9(2).
       01  RESTO-BISIESTO PIC 9(4).
       01  COCIENTE-BISIESTO PIC 9(4).

      *Nomina ordinaria que regulariza el pago: la del mes si aun
      *no esta calculada para el empleado, y si no la siguiente.
       01  MES-REGULARIZACION PIC 9(6).
       01  MES-REGULARIZACION-R REDEFINES MES-REGULARIZACION.
           05 REGULARIZACION-ANIO PIC 9(4).
           05 REGULARIZACION-MES PIC 9(2).

      *Tramos de IRPF y porcentajes de seguridad social del maestro
      *de deducciones, como en CALCULO-NOMINA.
       01  TABLA-TRAMOS.
           05 TRAMO-FILA OCCURS 10 TIMES.
               10 TRAMO-LIMITE PIC 9(7)V99.
               10 TRAMO-PORCENTAJE PIC 9(3)V99.
       01  PORCENTAJE-SEG-SOCIAL PIC 9(3)V99 VALUE 0.
       01  PORCENTAJE-SS-EMPRESA PIC 9(3)V99 VALUE 0.
       01  PORCENTAJE-IRPF PIC 9(3)V99.
       01  FECHA-CORTE-VIGENCIA PIC 9(8) VALUE 0.
       01  VIGENCIA-ELEGIDA PIC 9(8) VALUE 0.
       01  VIGENCIA-LINEA PIC 9(8).

      *Bajas tramitadas cargadas en memoria: el inactivo cuya baja
      *cae dentro del mes todavia cobra la nomina ordinaria del mes
      *y admite pagos a cuenta de ella.
       01  TABLA-BAJAS.
           05 BAJA-FILA OCCURS 200 TIMES.
               10 BAJA-FILA-ID PIC X(6).
               10 BAJA-FILA-FECHA PIC 9(8).
       01  FECHA-BAJA-DEL-MES PIC 9(8).

      *Lineas aceptadas del empleado en curso, con el tratamiento
      *de su concepto en IRPF y seguridad social.
       01  EMPLEADO-EN-CURSO PIC X(6).
       01  TABLA-LINEAS-EMP.
           05 LINEA-EMP-FILA OCCURS 20 TIMES.
               10 LINEA-EMP-TIPO PIC X(01).
               10 LINEA-EMP-CONCEPTO PIC X(4).
               10 LINEA-EMP-DESCRIPCION PIC X(25).
               10 LINEA-EMP-IMPORTE PIC S9(7)V99.
               10 LINEA-EMP-TRIBUTA PIC X(01).
               10 LINEA-EMP-COTIZA PIC X(01).

      *Lineas rechazadas, que vuelven al archivo de entrada para
      *corregirlas y lanzarlas en otra pasada, y motivo del rechazo.
       01  LINEA-RECHAZADA.
           05 RECHAZO-EMPLEADOS-ID PIC X(6).
           05 RECHAZO-TIPO PIC X(1).
           05 RECHAZO-CONCEPTO PIC X(4).
           05 RECHAZO-DESCRIPCION PIC X(25).
           05 RECHAZO-IMPORTE PIC 9(7)V99.
       01  MOTIVO-RECHAZO PIC X(40).
       01  TABLA-RECHAZOS.
           05 RECHAZO-FILA OCCURS 500 TIMES PIC X(45).

      *Pago del empleado en curso.
       01  EMPRESA-NOMINA PIC X(2).
       01  IMPORTE-A-CUENTA PIC S9(7)V99.
       01  IMPORTE-ADICIONAL PIC S9(7)V99.
       01  SALARIO-BRUTO PIC S9(7)V99.
       01  BASE-IRPF PIC S9(7)V99.
       01  BASE-SEG-SOCIAL PIC S9(7)V99.
       01  BASE-TRAMO-MES PIC S9(7)V99.
       01  IMPORTE-IRPF PIC S9(7)V99.
       01  IMPORTE-SEG-SOCIAL PIC S9(7)V99.
       01  IMPORTE-SS-EMPRESA PIC S9(7)V99.
       01  SALARIO-NETO PIC S9(7)V99.
       01  LINEA-RESULTADO PIC 9(3).

       01  TOTAL-BRUTO PIC S9(9)V99 VALUE 0.
       01  TOTAL-IRPF PIC S9(9)V99 VALUE 0.
       01  TOTAL-SEG-SOCIAL PIC S9(9)V99 VALUE 0.
       01  TOTAL-SS-EMPRESA PIC S9(9)V99 VALUE 0.
       01  TOTAL-NETO PIC S9(9)V99 VALUE 0.
       01  IMPORTE-CENTIMOS PIC 9(13).
       01  TOTAL-REMESA PIC 9(13) VALUE 0.
       01  TOTAL-RETENIDO PIC 9(13) VALUE 0.
       01  IMPORTE-PANTALLA PIC 9(11)V99.

      *Con el maestro de empresas la remesa consolidada se reparte en
      *una remesa por empresa (ORDENES_FUERA_CICLO_<empresa>.TXT),
      *cada una con la cabecera de la pasada, sus ordenes y su propio
      *total con el CIF de la empresa ordenante, como las remesas de
      *ORDENES-PAGO.
       01  ORDENES-EMPRESA-NOMBRE PIC X(30)
           VALUE "ORDENES_FUERA_CICLO_01.TXT".
       01  TOTAL-REMESA-EMPRESA PIC 9(13).
       01  ORDEN-EMPRESA-TOTAL.
           05 ORDEN-EMPRESA-TIPO PIC X(01).
           05 ORDEN-EMPRESA-ORDENES PIC 9(09).
           05 ORDEN-EMPRESA-IMPORTE PIC 9(13).
           05 ORDEN-EMPRESA-SECUENCIA PIC 9(06).
           05 ORDEN-EMPRESA-CODIGO PIC X(02).
           05 ORDEN-EMPRESA-CIF PIC X(09).
           05 FILLER PIC X(72).

       01  IMPORTE-EDITADO PIC $$$$,$$9.99-.
       01  PORCENTAJE-EDITADO PIC ZZ9.99.
       01  ACUMULADO-EDITADO PIC $$$,$$$,$$9.99.
       01  TOTAL-EDITADO PIC $$$,$$$,$$9.99.
       01  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).

      *Fecha en que el banco debe abonar los pagos y concepto que
      *acompana a cada transferencia.
       01  FECHA-EJECUCION-X PIC X(8).
       01  FECHA-EJECUCION PIC 9(8).
       01  FECHA-EJECUCION-R REDEFINES FECHA-EJECUCION.
           05 EJECUCION-ANIO PIC 9(4).
           05 EJECUCION-MES PIC 9(2).
           05 EJECUCION-DIA PIC 9(2).
       01  CONCEPTO-PAGO PIC X(35).

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de comprobacion de cuentas.
       COPY "copybooks/28-LkCuentaPago.cbl".
      *Empresas del grupo cargadas del maestro.
       COPY "copybooks/28-LkEmpresas.cbl".

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de deducciones de nomina.
       COPY "copybooks/28-EstadoDeducciones.cbl".
      *Estado del archivo de bajas tramitadas.
       COPY "copybooks/28-EstadoBajas.cbl".
      *Estado del archivo de control de periodos.
       COPY "copybooks/28-EstadoPeriodos.cbl".
      *Estado del archivo maestro de conceptos salariales.
       COPY "copybooks/28-EstadoConceptos.cbl".
      *Estado del archivo de lineas de pago fuera de ciclo.
       COPY "copybooks/28-EstadoLineasFueraCiclo.cbl".
      *Estado del archivo de pagos fuera de ciclo.
       COPY "copybooks/28-EstadoPagosFueraCiclo.cbl".
      *Estado del archivo de ordenes de pago fuera de ciclo.
       COPY "copybooks/28-EstadoOrdenesFueraCiclo.cbl".
      *Estado del archivo contador de secuencia fuera de ciclo.
       COPY "copybooks/28-EstadoSecuenciaFueraCiclo.cbl".
      *Estado de la cola de revision de cambios diferidos.
       COPY "copybooks/28-EstadoRevision.cbl".
      *Estado del archivo de acumulados anuales.
       COPY "copybooks/28-EstadoAcumuladosAnuales.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".
      *Estado del archivo de pagos retenidos.
       COPY "copybooks/28-EstadoRetencionesPago.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Pasada fuera de ciclo: paga en el dia, con su propia remesa
      *y sus propios recibos, las lineas que la oficina de personal
      *deja en LINEAS_FUERA_CICLO.TXT (un alta que no entro a tiempo
      *en la nomina, una correccion, un finiquito). Retiene IRPF y
      *seguridad social, suma al acumulado del ejercicio y deja el
      *pago en PAGOS_FUERA_CICLO.DAT para que la nomina ordinaria lo
      *regularice. No se ejecuta sobre un periodo cerrado.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           COMPUTE MES-PAGO = FECHA-DE-HOY / 100.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO NOT = "S"
               DISPLAY "Acceso denegado."
               GO TO TERMINA-PROGRAMA.
           PERFORM COMPROBAR-PERIODO-ABIERTO.
           IF PERIODO-BLOQUEADO = "S"
               DISPLAY "EL PERIODO " MES-PAGO " ESTA CERRADO, NO SE "
                       "PAGA FUERA DE CICLO."
               GO TO TERMINA-PROGRAMA.
           OPEN INPUT LINEAS-FUERA-CICLO-ARCHIVO.
           IF LINEAS-FUERA-CICLO-STATUS NOT = "00"
               DISPLAY "No hay lineas de pago fuera de ciclo."
               GO TO TERMINA-PROGRAMA.
           CLOSE LINEAS-FUERA-CICLO-ARCHIVO.
           PERFORM CALCULAR-CALENDARIO-MES.
           MOVE ULTIMO-DIA-MES TO FECHA-CORTE-VIGENCIA.
           PERFORM CARGAR-DEDUCCIONES.
           PERFORM CARGAR-BAJAS.
           PERFORM PEDIR-FECHA-EJECUCION.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ESCRIBIR-CABECERA-ORDENES.
           SORT ORDEN-ARCHIVO
               ON ASCENDING KEY ORDEN-EMPLEADOS-ID
                                ORDEN-NUMERO
               INPUT PROCEDURE IS SOLTAR-LINEAS
               OUTPUT PROCEDURE IS PAGAR-EMPLEADOS.
           PERFORM ESCRIBIR-TOTAL-ORDENES.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM SEPARAR-ORDENES-EMPRESAS
               THRU SEPARAR-ORDENES-EMPRESAS-FIN.
           PERFORM DEVOLVER-LINEAS-RECHAZADAS.
           PERFORM MOSTRAR-RESUMEN.

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *Un pago fuera de ciclo sale al banco en el dia sin pasar por
      *la comprobacion de variaciones de la nomina: lo lanza un
      *supervisor.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       COMPROBAR-PERIODO-ABIERTO.
      *Un periodo cerrado ya esta pagado y cuadrado: no admite mas
      *pagos, ni ordinarios ni fuera de ciclo.
           OPEN INPUT PERIODOS-ARCHIVO.
           IF PERIODOS-ARCHIVO-STATUS = "00"
               MOVE MES-PAGO TO PERIODO-ANIO-MES
               READ PERIODOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERIODO-CERRADO
                           MOVE "S" TO PERIODO-BLOQUEADO
               END-READ
               CLOSE PERIODOS-ARCHIVO.

       CALCULAR-CALENDARIO-MES.
           COMPUTE PRIMER-DIA-MES = MES-PAGO * 100 + 1.
           MOVE 31 TO DIAS-DEL-MES.
           IF PAGO-MES = 4 OR PAGO-MES = 6 OR
              PAGO-MES = 9 OR PAGO-MES = 11
               MOVE 30 TO DIAS-DEL-MES.
           IF PAGO-MES = 2
               MOVE 28 TO DIAS-DEL-MES
               PERFORM COMPROBAR-BISIESTO.
           COMPUTE ULTIMO-DIA-MES = MES-PAGO * 100 + DIAS-DEL-MES.

       COMPROBAR-BISIESTO.
           DIVIDE PAGO-ANIO BY 4 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 29 TO DIAS-DEL-MES.
           DIVIDE PAGO-ANIO BY 100 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 28 TO DIAS-DEL-MES.
           DIVIDE PAGO-ANIO BY 400 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 29 TO DIAS-DEL-MES.

       CARGAR-DEDUCCIONES.
           PERFORM DETERMINAR-VIGENCIA-DEDUCCIONES.
           OPEN INPUT DEDUCCIONES-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-DEDUCCIONES.
           IF DEDUCCIONES-ARCHIVO-STATUS = "00"
               MOVE "N" TO FIN-DEDUCCIONES
               PERFORM LEER-DEDUCCION
               UNTIL FIN-DEDUCCIONES = "S"
               CLOSE DEDUCCIONES-ARCHIVO.
           IF CONT-TRAMOS = 0
               DISPLAY "Aviso: el maestro de deducciones no tiene "
                       "tramos de IRPF, se calculara sin retencion.".

       DETERMINAR-VIGENCIA-DEDUCCIONES.
      *La vigencia elegida es la mas reciente que no supera el fin
      *del mes de pago, como en CALCULO-NOMINA.
           MOVE ZERO TO VIGENCIA-ELEGIDA.
           OPEN INPUT DEDUCCIONES-ARCHIVO.
           IF DEDUCCIONES-ARCHIVO-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO FIN-DEDUCCIONES
               PERFORM EXAMINAR-VIGENCIA-LINEA
               UNTIL FIN-DEDUCCIONES = "S"
               CLOSE DEDUCCIONES-ARCHIVO.

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
           IF DEDUCCION-SS-EMPRESA
               MOVE DEDUCCION-PORCENTAJE TO PORCENTAJE-SS-EMPRESA.

       CARGAR-BAJAS.
           OPEN INPUT BAJAS-ARCHIVO.
           IF BAJAS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-BAJA
               UNTIL LEE-TODO = "1"
               CLOSE BAJAS-ARCHIVO.

       LEER-BAJA.
           READ BAJAS-ARCHIVO
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   IF CONT-BAJAS < 200
                       ADD 1 TO CONT-BAJAS
                       MOVE BAJA-EMPLEADOS-ID
                           TO BAJA-FILA-ID (CONT-BAJAS)
                       MOVE BAJA-FECHA
                           TO BAJA-FILA-FECHA (CONT-BAJAS)
           END-READ.

       PEDIR-FECHA-EJECUCION.
      *El banco no admite fechas de ejecucion pasadas: en blanco o
      *anterior a hoy, el pago se abona hoy.
           DISPLAY "Fecha de ejecucion del pago (AAAAMMDD, en "
                   "blanco = hoy): ".
           ACCEPT FECHA-EJECUCION-X.
           IF FECHA-EJECUCION-X NUMERIC
               MOVE FECHA-EJECUCION-X TO FECHA-EJECUCION
           ELSE
               MOVE ZERO TO FECHA-EJECUCION.
           IF FECHA-EJECUCION NOT = 0
               IF EJECUCION-MES < 1 OR EJECUCION-MES > 12 OR
                  EJECUCION-DIA < 1 OR EJECUCION-DIA > 31 OR
                  FECHA-EJECUCION < FECHA-DE-HOY
                   DISPLAY "Fecha de ejecucion no valida, se usa "
                           FECHA-DE-HOY
                   MOVE ZERO TO FECHA-EJECUCION.
           IF FECHA-EJECUCION = 0
               MOVE FECHA-DE-HOY TO FECHA-EJECUCION.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
      *Sin maestro de conceptos los pagos adicionales tributan y
      *cotizan enteros, como los complementos en CALCULO-NOMINA.
           MOVE "S" TO CONCEPTOS-DISPONIBLES.
           OPEN INPUT CONCEPTOS-ARCHIVO.
           IF CONCEPTOS-ARCHIVO-STATUS = "35"
               MOVE "N" TO CONCEPTOS-DISPONIBLES.
           OPEN OUTPUT ORDENES-FUERA-CICLO-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ORDENES.
           PERFORM ABRIR-SECUENCIA.
           PERFORM ABRIR-PAGOS-FUERA-CICLO.
           PERFORM ABRIR-REVISION.
           PERFORM ABRIR-ACUMULADOS-ANUALES.
           PERFORM ABRIR-RESULTADOS-NOMINA.
           PERFORM ABRIR-RETENCIONES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF CONCEPTOS-DISPONIBLES = "S"
               CLOSE CONCEPTOS-ARCHIVO.
           CLOSE ORDENES-FUERA-CICLO-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ORDENES.
           CLOSE SECUENCIA-FUERA-CICLO-ARCHIVO.
           CLOSE PAGOS-FUERA-CICLO-ARCHIVO.
           CLOSE REVISION-ARCHIVO.
           CLOSE ACUMULADOS-ANUALES-ARCHIVO.
           CLOSE RESULTADOS-NOMINA-ARCHIVO.
           CLOSE RETENCIONES-PAGO-ARCHIVO.

       ABRIR-SECUENCIA.
      *El archivo de secuencia guarda un unico registro con el numero
      *de la ultima remesa fuera de ciclo.
           OPEN I-O SECUENCIA-FUERA-CICLO-ARCHIVO.
           IF SECUENCIA-FUERA-CICLO-STATUS = "35"
               OPEN OUTPUT SECUENCIA-FUERA-CICLO-ARCHIVO
               MOVE ZEROES TO SECUENCIA-FUERA-CICLO-ULTIMA
               WRITE SECUENCIA-FUERA-CICLO-REGISTRO
               CLOSE SECUENCIA-FUERA-CICLO-ARCHIVO
               OPEN I-O SECUENCIA-FUERA-CICLO-ARCHIVO.

       ABRIR-PAGOS-FUERA-CICLO.
      *El archivo de pagos fuera de ciclo es indexado y se crea vacio
      *la primera vez que se paga fuera de ciclo.
           OPEN I-O PAGOS-FUERA-CICLO-ARCHIVO.
           IF PAGOS-FUERA-CICLO-STATUS = "35"
               OPEN OUTPUT PAGOS-FUERA-CICLO-ARCHIVO
               CLOSE PAGOS-FUERA-CICLO-ARCHIVO
               OPEN I-O PAGOS-FUERA-CICLO-ARCHIVO.

       ABRIR-REVISION.
           OPEN I-O REVISION-ARCHIVO.
           IF REVISION-ARCHIVO-STATUS = "35"
               OPEN OUTPUT REVISION-ARCHIVO
               CLOSE REVISION-ARCHIVO
               OPEN I-O REVISION-ARCHIVO.

       ABRIR-ACUMULADOS-ANUALES.
      *El archivo de acumulados anuales es indexado. Si todavia no
      *existe lo creamos antes de abrirlo en modo aleatorio.
           OPEN I-O ACUMULADOS-ANUALES-ARCHIVO.
           IF ACUMULADOS-ANUALES-STATUS = "35"
               OPEN OUTPUT ACUMULADOS-ANUALES-ARCHIVO
               CLOSE ACUMULADOS-ANUALES-ARCHIVO
               OPEN I-O ACUMULADOS-ANUALES-ARCHIVO.

       ABRIR-RESULTADOS-NOMINA.
           OPEN I-O RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS = "35"
               OPEN OUTPUT RESULTADOS-NOMINA-ARCHIVO
               CLOSE RESULTADOS-NOMINA-ARCHIVO
               OPEN I-O RESULTADOS-NOMINA-ARCHIVO.

       ABRIR-RETENCIONES.
      *El archivo de retenciones es indexado; si todavia no existe
      *lo creamos antes de abrirlo.
           OPEN I-O RETENCIONES-PAGO-ARCHIVO.
           IF RETENCIONES-PAGO-STATUS = "35"
               OPEN OUTPUT RETENCIONES-PAGO-ARCHIVO
               CLOSE RETENCIONES-PAGO-ARCHIVO
               OPEN I-O RETENCIONES-PAGO-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       COMPROBAR-ESTADO-DEDUCCIONES.
           IF DEDUCCIONES-ARCHIVO-STATUS NOT = "00"
               DISPLAY "Estado de archivo de deducciones inesperado: "
                       DEDUCCIONES-ARCHIVO-STATUS.

       COMPROBAR-ESTADO-ORDENES.
           IF ORDENES-FUERA-CICLO-STATUS NOT = "00"
               DISPLAY "Estado de archivo de ordenes inesperado: "
                       ORDENES-FUERA-CICLO-STATUS.

       ESCRIBIR-CABECERA-ORDENES.
      *Cada pasada fuera de ciclo es una remesa con numero propio,
      *que tambien identifica sus pagos en PAGOS_FUERA_CICLO.DAT.
           READ SECUENCIA-FUERA-CICLO-ARCHIVO
               INVALID KEY
                   MOVE ZEROES TO SECUENCIA-FUERA-CICLO-ULTIMA
           END-READ.
           ADD 1 TO SECUENCIA-FUERA-CICLO-ULTIMA.
           REWRITE SECUENCIA-FUERA-CICLO-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar la secuencia de "
                           "las remesas fuera de ciclo."
           END-REWRITE.
           MOVE SPACE TO CONCEPTO-PAGO.
           STRING "PAGO FUERA DE CICLO " DELIMITED BY SIZE
                  SECUENCIA-FUERA-CICLO-ULTIMA DELIMITED BY SIZE
               INTO CONCEPTO-PAGO.
           MOVE SPACE TO ORDFC-CABECERA-REGISTRO.
           MOVE "C" TO ORDFC-CABECERA-TIPO.
           MOVE SECUENCIA-FUERA-CICLO-ULTIMA
               TO ORDFC-CABECERA-SECUENCIA.
           MOVE FECHA-DE-HOY TO ORDFC-CABECERA-FECHA.
           MOVE MES-PAGO TO ORDFC-CABECERA-ANIO-MES.
           MOVE SESION-OPERADOR-ID TO ORDFC-CABECERA-OPERADOR-ID.
           WRITE ORDFC-CABECERA-REGISTRO.
           PERFORM COMPROBAR-ESTADO-ORDENES.

       SOLTAR-LINEAS.
      *Las lineas mal formadas se apartan antes del SORT; las demas
      *se ordenan por empleado conservando su orden de llegada.
           OPEN INPUT LINEAS-FUERA-CICLO-ARCHIVO.
           MOVE "N" TO FIN-LINEAS.
           PERFORM LEER-LINEA-FUERA-CICLO
           UNTIL FIN-LINEAS = "S".
           CLOSE LINEAS-FUERA-CICLO-ARCHIVO.

       LEER-LINEA-FUERA-CICLO.
           READ LINEAS-FUERA-CICLO-ARCHIVO
               AT END
                   MOVE "S" TO FIN-LINEAS
           END-READ.
           IF FIN-LINEAS = "N"
               ADD 1 TO CONT-LINEAS-LEIDAS
               PERFORM VALIDAR-LINEA-FUERA-CICLO
               IF LINEA-VALIDA = "S"
                   PERFORM SOLTAR-UNA-LINEA
               ELSE
                   MOVE FCLIN-REGISTRO TO LINEA-RECHAZADA
                   PERFORM RECHAZAR-LINEA.

       VALIDAR-LINEA-FUERA-CICLO.
           MOVE "S" TO LINEA-VALIDA.
           MOVE SPACE TO MOTIVO-RECHAZO.
           IF FCLIN-EMPLEADOS-ID = SPACE
               MOVE "N" TO LINEA-VALIDA
               MOVE "SIN EMPLEADO" TO MOTIVO-RECHAZO
           ELSE
               IF NOT FCLIN-A-CUENTA AND NOT FCLIN-ADICIONAL
                   MOVE "N" TO LINEA-VALIDA
                   MOVE "TIPO DE PAGO DISTINTO DE A Y C"
                       TO MOTIVO-RECHAZO
               ELSE
                   IF FCLIN-CONCEPTO = SPACE
                       MOVE "N" TO LINEA-VALIDA
                       MOVE "SIN CONCEPTO" TO MOTIVO-RECHAZO
                   ELSE
                       IF FCLIN-IMPORTE NOT NUMERIC
                           MOVE "N" TO LINEA-VALIDA
                           MOVE "IMPORTE NO NUMERICO"
                               TO MOTIVO-RECHAZO
                       ELSE
                           IF FCLIN-IMPORTE = 0
                               MOVE "N" TO LINEA-VALIDA
                               MOVE "IMPORTE A CERO"
                                   TO MOTIVO-RECHAZO.

       SOLTAR-UNA-LINEA.
           MOVE SPACE TO ORDEN-REGISTRO.
           MOVE FCLIN-EMPLEADOS-ID TO ORDEN-EMPLEADOS-ID.
           MOVE CONT-LINEAS-LEIDAS TO ORDEN-NUMERO.
           MOVE FCLIN-TIPO TO ORDEN-TIPO.
           MOVE FCLIN-CONCEPTO TO ORDEN-CONCEPTO.
           MOVE FCLIN-DESCRIPCION TO ORDEN-DESCRIPCION.
           MOVE FCLIN-IMPORTE TO ORDEN-IMPORTE.
           RELEASE ORDEN-REGISTRO.

       RECHAZAR-LINEA.
           ADD 1 TO CONT-RECHAZADAS.
           DISPLAY "Linea rechazada: " LINEA-RECHAZADA.
           DISPLAY "   Motivo: " MOTIVO-RECHAZO.
           IF CONT-RECHAZOS-GUARDADOS < 500
               ADD 1 TO CONT-RECHAZOS-GUARDADOS
               MOVE LINEA-RECHAZADA
                   TO RECHAZO-FILA (CONT-RECHAZOS-GUARDADOS)
           ELSE
               IF AVISO-RECHAZOS-LLENA = "N"
                   DISPLAY "Aviso: mas de 500 lineas rechazadas, las "
                           "siguientes no vuelven al archivo."
                   MOVE "S" TO AVISO-RECHAZOS-LLENA.

       PAGAR-EMPLEADOS.
           MOVE SPACE TO EMPLEADO-EN-CURSO.
           MOVE "N" TO FIN-ORDEN.
           PERFORM DEVOLVER-SIGUIENTE-LINEA.
           PERFORM TRATAR-LINEA
           UNTIL FIN-ORDEN = "S".
           IF EMPLEADO-EN-CURSO NOT = SPACE
               PERFORM PAGAR-EMPLEADO THRU PAGAR-EMPLEADO-FIN.

       DEVOLVER-SIGUIENTE-LINEA.
           RETURN ORDEN-ARCHIVO
               AT END
                   MOVE "S" TO FIN-ORDEN
           END-RETURN.

       TRATAR-LINEA.
           IF ORDEN-EMPLEADOS-ID NOT = EMPLEADO-EN-CURSO
               IF EMPLEADO-EN-CURSO NOT = SPACE
                   PERFORM PAGAR-EMPLEADO THRU PAGAR-EMPLEADO-FIN
               END-IF
               PERFORM ABRIR-EMPLEADO.
           PERFORM ANOTAR-LINEA.
           PERFORM DEVOLVER-SIGUIENTE-LINEA.

       ABRIR-EMPLEADO.
      *Un pago a cuenta solo cabe mientras la nomina ordinaria del
      *mes del empleado este por calcular, porque es ella la que lo
      *descuenta; el adicional cabe siempre.
           MOVE ORDEN-EMPLEADOS-ID TO EMPLEADO-EN-CURSO.
           MOVE 0 TO CONT-LINEAS-EMP.
           MOVE ZERO TO IMPORTE-A-CUENTA.
           MOVE ZERO TO IMPORTE-ADICIONAL.
           MOVE ZERO TO BASE-IRPF.
           MOVE ZERO TO BASE-SEG-SOCIAL.
           MOVE "N" TO EMPLEADO-EN-NOMINA.
           MOVE "N" TO NOMINA-ORDINARIA-CALCULADA.
           MOVE EMPLEADO-EN-CURSO TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO EMPLEADO-ENCONTRADO
               NOT INVALID KEY
                   MOVE "S" TO EMPLEADO-ENCONTRADO
           END-READ.
           IF EMPLEADO-ENCONTRADO = "S"
               PERFORM BUSCAR-BAJA-DEL-MES
               IF EMPLEADOS-ACTIVO OR FECHA-BAJA-DEL-MES > 0
                   MOVE "S" TO EMPLEADO-EN-NOMINA
               END-IF
               PERFORM COMPROBAR-NOMINA-ORDINARIA
               PERFORM DETERMINAR-MES-REGULARIZACION.

       BUSCAR-BAJA-DEL-MES.
           MOVE ZERO TO FECHA-BAJA-DEL-MES.
           MOVE 0 TO POSICION-BAJA.
           MOVE 1 TO SUB-B.
           PERFORM COMPARAR-FILA-BAJA
           UNTIL SUB-B > CONT-BAJAS OR POSICION-BAJA > 0.
           IF POSICION-BAJA > 0
               MOVE BAJA-FILA-FECHA (POSICION-BAJA)
                   TO FECHA-BAJA-DEL-MES.

       COMPARAR-FILA-BAJA.
           IF BAJA-FILA-ID (SUB-B) = EMPLEADOS-ID AND
              BAJA-FILA-FECHA (SUB-B) NOT < PRIMER-DIA-MES AND
              BAJA-FILA-FECHA (SUB-B) NOT > ULTIMO-DIA-MES
               MOVE SUB-B TO POSICION-BAJA.
           ADD 1 TO SUB-B.

       COMPROBAR-NOMINA-ORDINARIA.
      *La nomina ordinaria del mes esta calculada para el empleado
      *si su total devengado ya esta en el historico de resultados.
           MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID.
           MOVE MES-PAGO TO RESNOM-ANIO-MES.
           MOVE "N" TO RESNOM-PASADA.
           MOVE 100 TO RESNOM-LINEA.
           READ RESULTADOS-NOMINA-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO NOMINA-ORDINARIA-CALCULADA
           END-READ.

       DETERMINAR-MES-REGULARIZACION.
      *Con la nomina del mes ya calculada el pago lo regulariza la
      *del mes siguiente, salvo en diciembre: la retencion de un
      *ejercicio no se corrige en el siguiente, y el pago de
      *diciembre se queda con la suya.
           MOVE MES-PAGO TO MES-REGULARIZACION.
           IF NOMINA-ORDINARIA-CALCULADA = "S" AND PAGO-MES < 12
               ADD 1 TO REGULARIZACION-MES.

       ANOTAR-LINEA.
           MOVE SPACE TO MOTIVO-RECHAZO.
           IF EMPLEADO-ENCONTRADO = "N"
               MOVE "EMPLEADO INEXISTENTE" TO MOTIVO-RECHAZO
           ELSE
               IF ORDEN-TIPO = "A" AND EMPLEADO-EN-NOMINA = "N"
                   MOVE "A CUENTA DE UN EMPLEADO SIN NOMINA DEL MES"
                       TO MOTIVO-RECHAZO
               ELSE
                   IF ORDEN-TIPO = "A" AND
                      NOMINA-ORDINARIA-CALCULADA = "S"
                       MOVE "A CUENTA CON LA NOMINA DEL MES CALCULADA"
                           TO MOTIVO-RECHAZO
                   ELSE
                       IF CONT-LINEAS-EMP = 20
                           MOVE "MAS DE 20 LINEAS DEL EMPLEADO"
                               TO MOTIVO-RECHAZO.
           IF MOTIVO-RECHAZO NOT = SPACE
               MOVE ORDEN-EMPLEADOS-ID TO RECHAZO-EMPLEADOS-ID
               MOVE ORDEN-TIPO TO RECHAZO-TIPO
               MOVE ORDEN-CONCEPTO TO RECHAZO-CONCEPTO
               MOVE ORDEN-DESCRIPCION TO RECHAZO-DESCRIPCION
               MOVE ORDEN-IMPORTE TO RECHAZO-IMPORTE
               PERFORM RECHAZAR-LINEA
           ELSE
               PERFORM GUARDAR-LINEA-EMPLEADO.

       GUARDAR-LINEA-EMPLEADO.
      *El pago a cuenta es salario del mes adelantado: tributa y
      *cotiza entero. El adicional sigue el tratamiento de su
      *concepto.
           ADD 1 TO CONT-LINEAS-EMP.
           MOVE ORDEN-TIPO TO LINEA-EMP-TIPO (CONT-LINEAS-EMP).
           MOVE ORDEN-CONCEPTO TO LINEA-EMP-CONCEPTO (CONT-LINEAS-EMP).
           MOVE ORDEN-DESCRIPCION
               TO LINEA-EMP-DESCRIPCION (CONT-LINEAS-EMP).
           MOVE ORDEN-IMPORTE TO LINEA-EMP-IMPORTE (CONT-LINEAS-EMP).
           MOVE "S" TO LINEA-EMP-TRIBUTA (CONT-LINEAS-EMP).
           MOVE "S" TO LINEA-EMP-COTIZA (CONT-LINEAS-EMP).
           IF CONCEPTOS-DISPONIBLES = "S"
               PERFORM CARGAR-CONCEPTO-LINEA.
           IF LINEA-EMP-DESCRIPCION (CONT-LINEAS-EMP) = SPACE
               MOVE ORDEN-CONCEPTO
                   TO LINEA-EMP-DESCRIPCION (CONT-LINEAS-EMP).
           IF ORDEN-TIPO = "A"
               ADD ORDEN-IMPORTE TO IMPORTE-A-CUENTA
           ELSE
               ADD ORDEN-IMPORTE TO IMPORTE-ADICIONAL.
           IF LINEA-EMP-TRIBUTA (CONT-LINEAS-EMP) = "S"
               ADD ORDEN-IMPORTE TO BASE-IRPF.
           IF LINEA-EMP-COTIZA (CONT-LINEAS-EMP) = "S"
               ADD ORDEN-IMPORTE TO BASE-SEG-SOCIAL.

       CARGAR-CONCEPTO-LINEA.
           MOVE ORDEN-CONCEPTO TO CONCEPTO-CODIGO.
           READ CONCEPTOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ORDEN-DESCRIPCION = SPACE
                       MOVE CONCEPTO-DESCRIPCION
                           TO LINEA-EMP-DESCRIPCION (CONT-LINEAS-EMP)
                   END-IF
                   IF ORDEN-TIPO = "C" AND CONCEPTO-EXENTO-IRPF
                       MOVE "N" TO LINEA-EMP-TRIBUTA (CONT-LINEAS-EMP)
                   END-IF
                   IF ORDEN-TIPO = "C" AND CONCEPTO-EXENTO-SS
                       MOVE "N" TO LINEA-EMP-COTIZA (CONT-LINEAS-EMP)
                   END-IF
           END-READ.

       PAGAR-EMPLEADO.
      *El tipo de retencion es el que corresponderia al mes con el
      *pago incluido: se busca sobre el salario del mes que el pago
      *no adelanta mas la base del pago. La nomina ordinaria que lo
      *regulariza ajusta la diferencia.
           IF CONT-LINEAS-EMP = 0
               GO TO PAGAR-EMPLEADO-FIN.
           PERFORM DETERMINAR-EMPRESA-NOMINA.
           COMPUTE SALARIO-BRUTO = IMPORTE-A-CUENTA + IMPORTE-ADICIONAL.
           COMPUTE BASE-TRAMO-MES =
                   EMPLEADOS-SALARIO - IMPORTE-A-CUENTA.
           IF BASE-TRAMO-MES < 0
               MOVE ZERO TO BASE-TRAMO-MES.
           ADD BASE-TRAMO-MES TO BASE-IRPF.
           PERFORM OBTENER-PORCENTAJE-IRPF.
           SUBTRACT BASE-TRAMO-MES FROM BASE-IRPF.
           COMPUTE IMPORTE-IRPF ROUNDED =
                   BASE-IRPF * PORCENTAJE-IRPF / 100.
           COMPUTE IMPORTE-SEG-SOCIAL ROUNDED =
                   BASE-SEG-SOCIAL * PORCENTAJE-SEG-SOCIAL / 100.
           COMPUTE IMPORTE-SS-EMPRESA ROUNDED =
                   BASE-SEG-SOCIAL * PORCENTAJE-SS-EMPRESA / 100.
           COMPUTE SALARIO-NETO = SALARIO-BRUTO - IMPORTE-IRPF
                   - IMPORTE-SEG-SOCIAL.
           PERFORM COMPROBAR-RETENCION-DEL-DIA
               THRU COMPROBAR-RETENCION-DEL-DIA-FIN.
           IF RETENCION-CERRADA = "S"
               PERFORM DEVOLVER-LINEAS-EMPLEADO
               GO TO PAGAR-EMPLEADO-FIN.
           PERFORM GUARDAR-RESULTADOS-FUERA-CICLO.
           PERFORM ACTUALIZAR-ACUMULADO-ANUAL.
           PERFORM GRABAR-PAGO-FUERA-CICLO.
           PERFORM GENERAR-ORDEN-DE-PAGO.
           PERFORM IMPRIMIR-RECIBO.
           ADD 1 TO CONT-RECIBOS.
           ADD CONT-LINEAS-EMP TO CONT-LINEAS-PAGADAS.
           ADD SALARIO-BRUTO TO TOTAL-BRUTO.
           ADD IMPORTE-IRPF TO TOTAL-IRPF.
           ADD IMPORTE-SEG-SOCIAL TO TOTAL-SEG-SOCIAL.
           ADD IMPORTE-SS-EMPRESA TO TOTAL-SS-EMPRESA.
           ADD SALARIO-NETO TO TOTAL-NETO.

       PAGAR-EMPLEADO-FIN.
           EXIT.

       COMPROBAR-RETENCION-DEL-DIA.
      *La orden retenida de una segunda pasada del dia se suma a la
      *retencion fuera de ciclo del empleado de ese dia, que tiene
      *la misma clave. Si esa retencion ya esta liberada, emitida o
      *anulada no admite mas importe: mientras la cuenta siga en
      *cuarentena el pago no se graba y sus lineas vuelven al
      *archivo de entrada para lanzarlas otro dia.
           MOVE "N" TO RETENCION-CERRADA.
           IF SALARIO-NETO NOT > 0
               GO TO COMPROBAR-RETENCION-DEL-DIA-FIN.
           MOVE EMPLEADOS-ID TO RETPAGO-EMPLEADOS-ID.
           MOVE FECHA-DE-HOY TO RETPAGO-FECHA-RETENCION.
           MOVE "F" TO RETPAGO-TIPO.
           READ RETENCIONES-PAGO-ARCHIVO
               INVALID KEY
                   GO TO COMPROBAR-RETENCION-DEL-DIA-FIN
           END-READ.
           IF RETPAGO-RETENIDA
               GO TO COMPROBAR-RETENCION-DEL-DIA-FIN.
           MOVE SPACE TO CTAPET-PETICION.
           MOVE "C" TO CTAPET-OPERACION.
           MOVE EMPLEADOS-ID TO CTAPET-EMPLEADOS-ID.
           MOVE FECHA-EJECUCION TO CTAPET-FECHA-PAGO.
           CALL "COMPROBAR-CUENTA-PAGO" USING CTAPET-PETICION.
           IF CTAPET-RESULTADO = "S"
               MOVE "S" TO RETENCION-CERRADA.

       COMPROBAR-RETENCION-DEL-DIA-FIN.
           EXIT.

       DEVOLVER-LINEAS-EMPLEADO.
           MOVE "RETENCION DE HOY YA LIBERADA O EMITIDA"
               TO MOTIVO-RECHAZO.
           MOVE 1 TO SUB-L.
           PERFORM DEVOLVER-LINEA-EMPLEADO
           UNTIL SUB-L > CONT-LINEAS-EMP.

       DEVOLVER-LINEA-EMPLEADO.
           MOVE EMPLEADOS-ID TO RECHAZO-EMPLEADOS-ID.
           MOVE LINEA-EMP-TIPO (SUB-L) TO RECHAZO-TIPO.
           MOVE LINEA-EMP-CONCEPTO (SUB-L) TO RECHAZO-CONCEPTO.
           MOVE LINEA-EMP-DESCRIPCION (SUB-L) TO RECHAZO-DESCRIPCION.
           MOVE LINEA-EMP-IMPORTE (SUB-L) TO RECHAZO-IMPORTE.
           PERFORM RECHAZAR-LINEA.
           ADD 1 TO SUB-L.

       DETERMINAR-EMPRESA-NOMINA.
           MOVE EMPLEADOS-EMPRESA TO EMPRESA-NOMINA.
           IF EMPLEADOS-EMPRESA-DESDE-X NUMERIC AND
              EMPLEADOS-EMPRESA-ANTERIOR NOT = SPACE
               IF EMPLEADOS-EMPRESA-DESDE > ULTIMO-DIA-MES
                   MOVE EMPLEADOS-EMPRESA-ANTERIOR TO EMPRESA-NOMINA.
           IF EMPRESA-NOMINA = SPACE
               MOVE "01" TO EMPRESA-NOMINA.

       OBTENER-PORCENTAJE-IRPF.
      *Con porcentaje personal calculado (proyeccion anual y
      *situacion familiar) se retiene a ese tipo; sin el, en
      *registros antiguos o aun sin calcular, se aplica el tramo
      *general del maestro de deducciones.
           IF EMPLEADOS-VERSION-VIGENTE AND
              EMPLEADOS-IRPF-PERSONAL-X NUMERIC
               MOVE EMPLEADOS-IRPF-PERSONAL TO PORCENTAJE-IRPF
           ELSE
               PERFORM BUSCAR-TRAMO-IRPF.

       BUSCAR-TRAMO-IRPF.
           MOVE ZERO TO PORCENTAJE-IRPF.
           MOVE "N" TO TRAMO-ENCONTRADO.
           MOVE 1 TO SUB-TRAMO.
           PERFORM COMPARAR-TRAMO
           UNTIL SUB-TRAMO > CONT-TRAMOS OR TRAMO-ENCONTRADO = "S".
           IF TRAMO-ENCONTRADO = "N" AND CONT-TRAMOS > 0
               MOVE TRAMO-PORCENTAJE (CONT-TRAMOS) TO PORCENTAJE-IRPF.

       COMPARAR-TRAMO.
           IF BASE-IRPF <= TRAMO-LIMITE (SUB-TRAMO)
               MOVE TRAMO-PORCENTAJE (SUB-TRAMO) TO PORCENTAJE-IRPF
               MOVE "S" TO TRAMO-ENCONTRADO.
           ADD 1 TO SUB-TRAMO.

       GUARDAR-RESULTADOS-FUERA-CICLO.
      *El pago queda en el historico de resultados como pasada
      *fuera de ciclo del mes. Un empleado puede cobrar varias en el
      *mismo mes: las lineas de esta siguen a las que ya tenga.
           PERFORM BUSCAR-ULTIMA-LINEA.
           MOVE 1 TO SUB-L.
           PERFORM GUARDAR-LINEA-PAGADA
           UNTIL SUB-L > CONT-LINEAS-EMP.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE "BRUT" TO RESNOM-CONCEPTO.
           MOVE "TOTAL DEVENGADO" TO RESNOM-DESCRIPCION.
           MOVE "T" TO RESNOM-CLASE.
           MOVE SALARIO-BRUTO TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE "IRPF" TO RESNOM-CONCEPTO.
           MOVE "RETENCION IRPF" TO RESNOM-DESCRIPCION.
           MOVE "S" TO RESNOM-CLASE.
           MOVE BASE-IRPF TO RESNOM-BASE.
           MOVE PORCENTAJE-IRPF TO RESNOM-PORCENTAJE.
           MOVE IMPORTE-IRPF TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE "SSOC" TO RESNOM-CONCEPTO.
           MOVE "SEGURIDAD SOCIAL" TO RESNOM-DESCRIPCION.
           MOVE "S" TO RESNOM-CLASE.
           MOVE BASE-SEG-SOCIAL TO RESNOM-BASE.
           MOVE PORCENTAJE-SEG-SOCIAL TO RESNOM-PORCENTAJE.
           MOVE IMPORTE-SEG-SOCIAL TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE "SSEM" TO RESNOM-CONCEPTO.
           MOVE "CUOTA PATRONAL" TO RESNOM-DESCRIPCION.
           MOVE "I" TO RESNOM-CLASE.
           MOVE BASE-SEG-SOCIAL TO RESNOM-BASE.
           MOVE PORCENTAJE-SS-EMPRESA TO RESNOM-PORCENTAJE.
           MOVE IMPORTE-SS-EMPRESA TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE "NETO" TO RESNOM-CONCEPTO.
           MOVE "LIQUIDO A PERCIBIR" TO RESNOM-DESCRIPCION.
           MOVE "T" TO RESNOM-CLASE.
           MOVE SALARIO-NETO TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.

       BUSCAR-ULTIMA-LINEA.
           MOVE ZERO TO LINEA-RESULTADO.
           MOVE "N" TO FIN-RESULTADOS.
           MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID.
           MOVE MES-PAGO TO RESNOM-ANIO-MES.
           MOVE "F" TO RESNOM-PASADA.
           MOVE ZERO TO RESNOM-LINEA.
           START RESULTADOS-NOMINA-ARCHIVO
               KEY IS NOT LESS THAN RESNOM-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-RESULTADOS
           END-START.
           PERFORM LEER-LINEA-ANTERIOR
           UNTIL FIN-RESULTADOS = "S".

       LEER-LINEA-ANTERIOR.
           READ RESULTADOS-NOMINA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-RESULTADOS
           END-READ.
           IF FIN-RESULTADOS = "N"
               IF RESNOM-EMPLEADOS-ID NOT = EMPLEADOS-ID OR
                  RESNOM-ANIO-MES NOT = MES-PAGO OR
                  NOT RESNOM-PASADA-FUERA-CICLO
                   MOVE "S" TO FIN-RESULTADOS
               ELSE
                   MOVE RESNOM-LINEA TO LINEA-RESULTADO.

       GUARDAR-LINEA-PAGADA.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE LINEA-EMP-CONCEPTO (SUB-L) TO RESNOM-CONCEPTO.
           MOVE LINEA-EMP-DESCRIPCION (SUB-L) TO RESNOM-DESCRIPCION.
           MOVE "D" TO RESNOM-CLASE.
           MOVE LINEA-EMP-IMPORTE (SUB-L) TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.
           ADD 1 TO SUB-L.

       PREPARAR-LINEA-RESULTADO.
           ADD 1 TO LINEA-RESULTADO.
           MOVE SPACE TO RESNOM-REGISTRO.
           MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID.
           MOVE MES-PAGO TO RESNOM-ANIO-MES.
           MOVE "F" TO RESNOM-PASADA.
           MOVE LINEA-RESULTADO TO RESNOM-LINEA.
           MOVE ZERO TO RESNOM-UNIDADES.
           MOVE ZERO TO RESNOM-BASE.
           MOVE ZERO TO RESNOM-PORCENTAJE.
           MOVE ZERO TO RESNOM-IMPORTE.
           MOVE EMPLEADOS-DEPARTAMENTO TO RESNOM-DEPARTAMENTO.
           MOVE EMPRESA-NOMINA TO RESNOM-EMPRESA.
           MOVE FECHA-DE-HOY TO RESNOM-FECHA-PROCESO.
           MOVE "NOMINA-FUERA-CICLO" TO RESNOM-PROGRAMA.

       ESCRIBIR-LINEA-RESULTADO.
           WRITE RESNOM-REGISTRO
               INVALID KEY
                   DISPLAY "Error al guardar el resultado del pago "
                           "fuera de ciclo de " EMPLEADOS-ID
           END-WRITE.

       ACTUALIZAR-ACUMULADO-ANUAL.
      *El pago fuera de ciclo suma al acumulado del empleado y
      *ejercicio como cualquier pasada de nomina.
           MOVE EMPLEADOS-ID TO ACUANUAL-EMPLEADOS-ID.
           MOVE PAGO-ANIO TO ACUANUAL-ANIO.
           READ ACUMULADOS-ANUALES-ARCHIVO
               INVALID KEY
                   MOVE EMPLEADOS-ID TO ACUANUAL-EMPLEADOS-ID
                   MOVE PAGO-ANIO TO ACUANUAL-ANIO
                   MOVE ZERO TO ACUANUAL-BRUTO
                   MOVE ZERO TO ACUANUAL-IRPF
                   MOVE ZERO TO ACUANUAL-SEG-SOCIAL
                   MOVE ZERO TO ACUANUAL-SINDICAL
                   MOVE ZERO TO ACUANUAL-NETO
                   WRITE ACUANUAL-REGISTRO
                       INVALID KEY
                           DISPLAY "Error al crear el acumulado "
                                   "anual de " EMPLEADOS-ID
                   END-WRITE
           END-READ.
           ADD SALARIO-BRUTO TO ACUANUAL-BRUTO.
           ADD IMPORTE-IRPF TO ACUANUAL-IRPF.
           ADD IMPORTE-SEG-SOCIAL TO ACUANUAL-SEG-SOCIAL.
           ADD SALARIO-NETO TO ACUANUAL-NETO.
           REWRITE ACUANUAL-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el acumulado anual "
                           "de " EMPLEADOS-ID
           END-REWRITE.

       GRABAR-PAGO-FUERA-CICLO.
           MOVE SPACE TO FCPAGO-REGISTRO.
           MOVE EMPLEADOS-ID TO FCPAGO-EMPLEADOS-ID.
           MOVE MES-REGULARIZACION TO FCPAGO-MES-REGULARIZACION.
           MOVE SECUENCIA-FUERA-CICLO-ULTIMA TO FCPAGO-SECUENCIA.
           MOVE MES-PAGO TO FCPAGO-ANIO-MES.
           MOVE FECHA-EJECUCION TO FCPAGO-FECHA-EJECUCION.
           MOVE IMPORTE-A-CUENTA TO FCPAGO-A-CUENTA.
           MOVE IMPORTE-ADICIONAL TO FCPAGO-ADICIONAL.
           MOVE BASE-IRPF TO FCPAGO-BASE-IRPF.
           MOVE IMPORTE-IRPF TO FCPAGO-IRPF.
           MOVE BASE-SEG-SOCIAL TO FCPAGO-BASE-SEG-SOCIAL.
           MOVE IMPORTE-SEG-SOCIAL TO FCPAGO-SEG-SOCIAL.
           MOVE IMPORTE-SS-EMPRESA TO FCPAGO-SS-EMPRESA.
           MOVE SALARIO-NETO TO FCPAGO-NETO.
           MOVE EMPRESA-NOMINA TO FCPAGO-EMPRESA.
           MOVE SESION-OPERADOR-ID TO FCPAGO-OPERADOR-ID.
           WRITE FCPAGO-REGISTRO
               INVALID KEY
                   DISPLAY "Error al guardar el pago fuera de ciclo "
                           "de " EMPLEADOS-ID
           END-WRITE.

       GENERAR-ORDEN-DE-PAGO.
           MOVE "S" TO IBAN-VALIDO.
           MOVE "N" TO ORDEN-RETENIDA.
           IF SALARIO-NETO > 0
               PERFORM VALIDAR-DATOS-BANCARIOS
               IF IBAN-VALIDO = "S"
                   PERFORM ESCRIBIR-ORDEN
               ELSE
                   PERFORM ENCOLAR-REVISION-BANCARIA.

       VALIDAR-DATOS-BANCARIOS.
      *Formato y digitos de control los comprueba el modulo comun
      *COMPROBAR-CUENTA-PAGO, igual que en la remesa de la nomina.
      *El IBAN con digitos de control que no cuadran queda marcado
      *con D para el recibo.
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
                       MOVE "D" TO IBAN-VALIDO
                       ADD 1 TO CONT-IBAN-MAL-FORMADOS
                       DISPLAY "IBAN INVALIDO (MOD 97): " EMPLEADOS-ID
                               " " EMPLEADOS-BANCO-IBAN.

       ESCRIBIR-ORDEN.
      *La cuenta cambiada dentro del plazo de cuarentena y sin
      *llamada de comprobacion no recibe el pago: la orden queda en
      *el archivo de retenciones como las de ORDENES-PAGO y, cuando
      *VERIFICACION-CUENTA la libera, sale en la siguiente remesa de
      *la nomina.
           MOVE SPACE TO ORDFC-REGISTRO.
           MOVE "D" TO ORDFC-TIPO.
           MOVE EMPLEADOS-ID TO ORDFC-ID.
           MOVE EMPLEADOS-BANCO-IBAN TO ORDFC-IBAN.
           MOVE EMPLEADOS-BANCO-TITULAR TO ORDFC-TITULAR.
           COMPUTE IMPORTE-CENTIMOS = SALARIO-NETO * 100.
           MOVE IMPORTE-CENTIMOS TO ORDFC-IMPORTE.
           MOVE FECHA-EJECUCION TO ORDFC-FECHA-EJECUCION.
           MOVE CONCEPTO-PAGO TO ORDFC-CONCEPTO.
           MOVE SPACE TO CTAPET-PETICION.
           MOVE "C" TO CTAPET-OPERACION.
           MOVE EMPLEADOS-ID TO CTAPET-EMPLEADOS-ID.
           MOVE FECHA-EJECUCION TO CTAPET-FECHA-PAGO.
           CALL "COMPROBAR-CUENTA-PAGO" USING CTAPET-PETICION.
           IF CTAPET-RESULTADO = "S"
               PERFORM RETENER-ORDEN-DE-PAGO
           ELSE
               WRITE ORDFC-REGISTRO
               PERFORM COMPROBAR-ESTADO-ORDENES
               ADD 1 TO CONT-ORDENES
               ADD IMPORTE-CENTIMOS TO TOTAL-REMESA.

       RETENER-ORDEN-DE-PAGO.
      *La orden entera queda retenida con el cambio que la provoco,
      *con el tipo F de pago fuera de ciclo.
           MOVE SPACE TO RETPAGO-REGISTRO.
           MOVE EMPLEADOS-ID TO RETPAGO-EMPLEADOS-ID.
           MOVE FECHA-DE-HOY TO RETPAGO-FECHA-RETENCION.
           MOVE "F" TO RETPAGO-TIPO.
           MOVE ORDFC-IBAN TO RETPAGO-IBAN.
           MOVE ORDFC-TITULAR TO RETPAGO-TITULAR.
           MOVE ORDFC-IMPORTE TO RETPAGO-IMPORTE.
           MOVE ORDFC-FECHA-EJECUCION TO RETPAGO-FECHA-EJECUCION.
           MOVE ORDFC-CONCEPTO TO RETPAGO-CONCEPTO.
           MOVE CTAPET-CAMBIO-FECHA TO RETPAGO-CAMBIO-FECHA.
           MOVE CTAPET-CAMBIO-HORA TO RETPAGO-CAMBIO-HORA.
           MOVE CTAPET-CAMBIO-OPERADOR-ID TO RETPAGO-CAMBIO-OPERADOR-ID.
           MOVE CTAPET-IBAN-ANTERIOR TO RETPAGO-IBAN-ANTERIOR.
           MOVE "R" TO RETPAGO-ESTADO.
           MOVE ZEROES TO RETPAGO-FECHA-VERIFICACION.
           MOVE ZEROES TO RETPAGO-FECHA-EMISION.
           MOVE "S" TO ORDEN-RETENIDA.
           WRITE RETPAGO-REGISTRO
               INVALID KEY
                   PERFORM ACUMULAR-RETENCION-DEL-DIA
           END-WRITE.
           IF ORDEN-RETENIDA = "S" OR ORDEN-RETENIDA = "A"
               ADD 1 TO CONT-ORDENES-RETENIDAS
               ADD ORDFC-IMPORTE TO TOTAL-RETENIDO.

       ACUMULAR-RETENCION-DEL-DIA.
      *Ya hay retencion fuera de ciclo del empleado hoy y sigue
      *retenida (COMPROBAR-RETENCION-DEL-DIA aparta las demas): el
      *importe se le suma y se libera o anula entero.
           MOVE "A" TO ORDEN-RETENIDA.
           READ RETENCIONES-PAGO-ARCHIVO
               INVALID KEY
                   MOVE "X" TO ORDEN-RETENIDA
           END-READ.
           IF ORDEN-RETENIDA = "A" AND NOT RETPAGO-RETENIDA
               MOVE "X" TO ORDEN-RETENIDA.
           IF ORDEN-RETENIDA = "A"
               ADD ORDFC-IMPORTE TO RETPAGO-IMPORTE
               REWRITE RETPAGO-REGISTRO
                   INVALID KEY
                       MOVE "X" TO ORDEN-RETENIDA
               END-REWRITE.
           IF ORDEN-RETENIDA = "X"
               DISPLAY "Error al retener la orden del empleado "
                       EMPLEADOS-ID ": " RETENCIONES-PAGO-STATUS.

       ENCOLAR-REVISION-BANCARIA.
           ADD 1 TO CONT-SIN-DATOS-BANCARIOS.
           MOVE SPACE TO REVISION-REGISTRO.
           MOVE EMPLEADOS-ID TO REVISION-EMPLEADOS-ID.
           ACCEPT REVISION-FECHA FROM DATE YYYYMMDD.
           ACCEPT REVISION-HORA FROM TIME.
           MOVE "M" TO REVISION-TIPO.
           MOVE SESION-OPERADOR-ID TO REVISION-OPERADOR-ID.
           MOVE "FALTAN DATOS BANCARIOS PARA EL PAGO"
               TO REVISION-MOTIVO.
           MOVE EMPLEADOS-REGISTRO TO REVISION-VALOR-ANTES.
           MOVE EMPLEADOS-REGISTRO TO REVISION-VALOR-PROPUESTO.
           MOVE "P" TO REVISION-ESTADO.
           WRITE REVISION-REGISTRO
               INVALID KEY
                   DISPLAY "Error al encolar los datos bancarios del "
                           "empleado " EMPLEADOS-ID " para revision."
           END-WRITE.

       ESCRIBIR-TOTAL-ORDENES.
           MOVE SPACE TO ORDFC-TOTAL-REGISTRO.
           MOVE "T" TO ORDFC-TOTAL-TIPO.
           MOVE CONT-ORDENES TO ORDFC-TOTAL-ORDENES.
           MOVE TOTAL-REMESA TO ORDFC-TOTAL-IMPORTE.
           MOVE SECUENCIA-FUERA-CICLO-ULTIMA TO ORDFC-TOTAL-SECUENCIA.
           WRITE ORDFC-TOTAL-REGISTRO.
           PERFORM COMPROBAR-ESTADO-ORDENES.

       IMPRIMIR-RECIBO.
           DISPLAY "============================================".
           DISPLAY "RECIBO DE PAGO FUERA DE CICLO  FECHA: "
                   FECHA-DE-HOY.
           DISPLAY "REMESA: " SECUENCIA-FUERA-CICLO-ULTIMA
                   "  EJECUCION: " FECHA-EJECUCION.
           DISPLAY "EMPLEADO: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE
                   " " EMPLEADOS-APELLIDOS.
           DISPLAY "DEPARTAMENTO: " EMPLEADOS-DEPARTAMENTO
                   "  EMPRESA: " EMPRESA-NOMINA.
           MOVE 1 TO SUB-L.
           PERFORM IMPRIMIR-LINEA-PAGADA
           UNTIL SUB-L > CONT-LINEAS-EMP.
           MOVE SALARIO-BRUTO TO IMPORTE-EDITADO.
           DISPLAY "TOTAL DEVENGADO:    " IMPORTE-EDITADO.
           MOVE PORCENTAJE-IRPF TO PORCENTAJE-EDITADO.
           MOVE IMPORTE-IRPF TO IMPORTE-EDITADO.
           DISPLAY "RETENCION IRPF (" PORCENTAJE-EDITADO " %): "
                   IMPORTE-EDITADO.
           MOVE IMPORTE-SEG-SOCIAL TO IMPORTE-EDITADO.
           DISPLAY "SEGURIDAD SOCIAL:   " IMPORTE-EDITADO.
           MOVE SALARIO-NETO TO IMPORTE-EDITADO.
           DISPLAY "LIQUIDO A PERCIBIR: " IMPORTE-EDITADO.
           IF IBAN-VALIDO = "N"
               DISPLAY "SIN DATOS BANCARIOS: PAGO PENDIENTE DE "
                       "REVISION".
           IF IBAN-VALIDO = "D"
               DISPLAY "IBAN CON DIGITOS DE CONTROL INVALIDOS: PAGO "
                       "PENDIENTE DE REVISION".
           IF ORDEN-RETENIDA = "S"
               DISPLAY "CUENTA CAMBIADA EL " CTAPET-CAMBIO-FECHA
                       ": PAGO RETENIDO HASTA LA LLAMADA DE "
                       "COMPROBACION".
           IF ORDEN-RETENIDA = "A"
               DISPLAY "CUENTA CAMBIADA EL " CTAPET-CAMBIO-FECHA
                       ": PAGO SUMADO A LA RETENCION DE HOY HASTA "
                       "LA LLAMADA DE COMPROBACION".
           IF ORDEN-RETENIDA = "X"
               DISPLAY "ERROR DEL ARCHIVO DE RETENCIONES: PAGO NI "
                       "EMITIDO NI RETENIDO, AVISE A ADMINISTRACION".
           DISPLAY "SE REGULARIZA EN LA NOMINA DE "
                   MES-REGULARIZACION.
           DISPLAY "ACUMULADO DEL EJERCICIO " ACUANUAL-ANIO ":".
           MOVE ACUANUAL-BRUTO TO ACUMULADO-EDITADO.
           DISPLAY "  BRUTO:     " ACUMULADO-EDITADO.
           MOVE ACUANUAL-IRPF TO ACUMULADO-EDITADO.
           DISPLAY "  IRPF:      " ACUMULADO-EDITADO.
           MOVE ACUANUAL-SEG-SOCIAL TO ACUMULADO-EDITADO.
           DISPLAY "  SEG. SOC.: " ACUMULADO-EDITADO.
           MOVE ACUANUAL-NETO TO ACUMULADO-EDITADO.
           DISPLAY "  NETO:      " ACUMULADO-EDITADO.
           DISPLAY "============================================".

       IMPRIMIR-LINEA-PAGADA.
           MOVE LINEA-EMP-IMPORTE (SUB-L) TO IMPORTE-EDITADO.
           IF LINEA-EMP-TIPO (SUB-L) = "A"
               DISPLAY LINEA-EMP-DESCRIPCION (SUB-L) " A CUENTA  "
                       IMPORTE-EDITADO
           ELSE
               DISPLAY LINEA-EMP-DESCRIPCION (SUB-L) " ADICIONAL "
                       IMPORTE-EDITADO.
           ADD 1 TO SUB-L.

       DEVOLVER-LINEAS-RECHAZADAS.
      *Lo pagado no debe pagarse dos veces: el archivo de lineas se
      *rehace solo con las rechazadas, para corregirlas y lanzarlas
      *en otra pasada.
           OPEN OUTPUT LINEAS-FUERA-CICLO-ARCHIVO.
           MOVE 1 TO SUB-R.
           PERFORM DEVOLVER-UNA-LINEA
           UNTIL SUB-R > CONT-RECHAZOS-GUARDADOS.
           CLOSE LINEAS-FUERA-CICLO-ARCHIVO.

       DEVOLVER-UNA-LINEA.
           MOVE RECHAZO-FILA (SUB-R) TO FCLIN-REGISTRO.
           WRITE FCLIN-REGISTRO.
           ADD 1 TO SUB-R.

       SEPARAR-ORDENES-EMPRESAS.
      *Sin maestro de empresas solo existe la remesa consolidada.
      *Con el, cada empresa recibe en su remesa las ordenes de sus
      *empleados: la empresa es la de la nomina del mes pagado, la
      *misma con la que queda grabado el pago. Las ordenes de
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
           STRING "ORDENES_FUERA_CICLO_" DELIMITED BY SIZE
                  GRUPO-CODIGO (SUB-E) DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO ORDENES-EMPRESA-NOMBRE.
           MOVE 0 TO CONT-ORDENES-EMPRESA.
           MOVE 0 TO TOTAL-REMESA-EMPRESA.
           OPEN INPUT ORDENES-FUERA-CICLO-ARCHIVO.
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
           MOVE SECUENCIA-FUERA-CICLO-ULTIMA
               TO ORDEN-EMPRESA-SECUENCIA.
           MOVE GRUPO-CODIGO (SUB-E) TO ORDEN-EMPRESA-CODIGO.
           MOVE GRUPO-CIF (SUB-E) TO ORDEN-EMPRESA-CIF.
           WRITE ORDENES-EMPRESA-REGISTRO FROM ORDEN-EMPRESA-TOTAL.
           CLOSE ORDENES-EMPRESA-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE ORDENES-FUERA-CICLO-ARCHIVO.
           COMPUTE IMPORTE-PANTALLA = TOTAL-REMESA-EMPRESA / 100.
           MOVE IMPORTE-PANTALLA TO TOTAL-EDITADO.
           MOVE CONT-ORDENES-EMPRESA TO CONT-EDITADO.
           DISPLAY "Remesa " ORDENES-EMPRESA-NOMBRE ": "
                   CONT-EDITADO " ordenes, " TOTAL-EDITADO.
           ADD 1 TO SUB-E.

       COPIAR-ORDEN-EMPRESA.
      *La cabecera de la pasada se repite en cada remesa.
           READ ORDENES-FUERA-CICLO-ARCHIVO
               AT END
                   MOVE "S" TO FIN-ORDENES
           END-READ.
           IF FIN-ORDENES = "N" AND ORDFC-CABECERA
               WRITE ORDENES-EMPRESA-REGISTRO FROM ORDFC-REGISTRO.
           IF FIN-ORDENES = "N" AND ORDFC-DETALLE
               PERFORM DETERMINAR-EMPRESA-ORDEN
               IF EMPRESA-NOMINA = GRUPO-CODIGO (SUB-E)
                   WRITE ORDENES-EMPRESA-REGISTRO FROM ORDFC-REGISTRO
                   ADD 1 TO CONT-ORDENES-EMPRESA
                   ADD ORDFC-IMPORTE TO TOTAL-REMESA-EMPRESA.

       DETERMINAR-EMPRESA-ORDEN.
           MOVE ORDFC-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE SPACE TO EMPLEADOS-EMPRESA
                   MOVE SPACE TO EMPLEADOS-EMPRESA-ANTERIOR
           END-READ.
           PERFORM DETERMINAR-EMPRESA-NOMINA.
           MOVE 1 TO SUB-M.
           PERFORM BUSCAR-EMPRESA-ORDEN
           UNTIL SUB-M > GRUPO-EMPRESAS OR
                 GRUPO-CODIGO (SUB-M) = EMPRESA-NOMINA.
           IF SUB-M > GRUPO-EMPRESAS
               MOVE GRUPO-PRINCIPAL TO EMPRESA-NOMINA.

       BUSCAR-EMPRESA-ORDEN.
           ADD 1 TO SUB-M.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN DEL PAGO FUERA DE CICLO".
           DISPLAY "Remesa: " SECUENCIA-FUERA-CICLO-ULTIMA
                   " en ORDENES_FUERA_CICLO.TXT".
           IF GRUPO-EMPRESAS > 0
               DISPLAY "   repartida en ORDENES_FUERA_CICLO_<empresa>"
                       ".TXT por empresa del grupo".
           MOVE CONT-LINEAS-LEIDAS TO CONT-EDITADO.
           DISPLAY "Lineas leidas:           " CONT-EDITADO.
           MOVE CONT-LINEAS-PAGADAS TO CONT-EDITADO.
           DISPLAY "Lineas pagadas:          " CONT-EDITADO.
           MOVE CONT-RECHAZADAS TO CONT-EDITADO.
           DISPLAY "Lineas rechazadas:       " CONT-EDITADO.
           MOVE CONT-RECIBOS TO CONT-EDITADO.
           DISPLAY "Recibos:                 " CONT-EDITADO.
           MOVE CONT-ORDENES TO CONT-EDITADO.
           DISPLAY "Ordenes de pago:         " CONT-EDITADO.
           MOVE CONT-SIN-DATOS-BANCARIOS TO CONT-EDITADO.
           DISPLAY "Sin datos bancarios:     " CONT-EDITADO.
           MOVE CONT-IBAN-MAL-FORMADOS TO CONT-EDITADO.
           DISPLAY "  de ellos IBAN mod 97:  " CONT-EDITADO.
           MOVE CONT-ORDENES-RETENIDAS TO CONT-EDITADO.
           DISPLAY "Retenidas cambio cuenta: " CONT-EDITADO.
           COMPUTE IMPORTE-PANTALLA = TOTAL-RETENIDO / 100.
           MOVE IMPORTE-PANTALLA TO TOTAL-EDITADO.
           DISPLAY "Total retenido:         " TOTAL-EDITADO.
           MOVE TOTAL-BRUTO TO TOTAL-EDITADO.
           DISPLAY "Total bruto:            " TOTAL-EDITADO.
           MOVE TOTAL-IRPF TO TOTAL-EDITADO.
           DISPLAY "Total retencion IRPF:   " TOTAL-EDITADO.
           MOVE TOTAL-SEG-SOCIAL TO TOTAL-EDITADO.
           DISPLAY "Total seguridad social: " TOTAL-EDITADO.
           MOVE TOTAL-NETO TO TOTAL-EDITADO.
           DISPLAY "Total neto a pagar:     " TOTAL-EDITADO.
           MOVE TOTAL-SS-EMPRESA TO TOTAL-EDITADO.
           DISPLAY "Total cuota patronal:   " TOTAL-EDITADO.

       END PROGRAM NOMINA-FUERA-CICLO.

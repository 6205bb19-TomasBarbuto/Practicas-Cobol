       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACION-SEG-SOCIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".
      *Archivo maestro de deducciones de nomina.
       COPY "copybooks/28-PhDeducciones.cbl".
      *Archivo de ausencias de empleados.
       COPY "copybooks/28-PhAusencias.cbl".
      *Archivo de bajas tramitadas.
       COPY "copybooks/28-PhBajas.cbl".
      *Archivo de cifras del informe de coste de empleo.
       COPY "copybooks/28-PhCosteEmpresa.cbl".
      *Archivo mensual de liquidacion de cotizaciones.
       COPY "copybooks/28-PhLiquidacionSS.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".
      *Archivo maestro de deducciones de nomina.
       COPY "copybooks/28-LoDeducciones.cbl".
      *Archivo de ausencias de empleados.
       COPY "copybooks/28-LoAusencias.cbl".
      *Archivo de bajas tramitadas.
       COPY "copybooks/28-LoBajas.cbl".
      *Archivo de cifras del informe de coste de empleo.
       COPY "copybooks/28-LoCosteEmpresa.cbl".
      *Archivo mensual de liquidacion de cotizaciones.
       COPY "copybooks/28-LoLiquidacionSS.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-RESULTADOS PIC X.
       77  FIN-DEDUCCIONES PIC X.
       77  FIN-AUSENCIAS PIC X.
       77  FIN-BAJAS PIC X.
       77  FIN-COSTE PIC X.
       77  AUSENCIAS-DISPONIBLES PIC X VALUE "N".
       77  REGISTRO-ENCONTRADO PIC X.
       77  COSTE-DEL-MES PIC X VALUE "N".
       77  SUB-B PIC 9(3) COMP VALUE 0.
       77  CONT-BAJAS PIC 9(3) COMP VALUE 0.
       77  POSICION-BAJA PIC 9(3) COMP VALUE 0.
       77  SUB-I PIC 9(2) COMP VALUE 0.
       77  POSICION-DEPARTAMENTO PIC 9(2) COMP VALUE 0.
       77  CONT-DEPARTAMENTOS PIC 9(2) COMP VALUE 0.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  CONT-TRABAJADORES PIC 9(7) COMP VALUE 0.
       77  CONT-CUOTAS-DISTINTAS PIC 9(5) COMP VALUE 0.
       77  CONT-DEPTOS-CON-DIFERENCIA PIC 9(3) COMP VALUE 0.

      *Mes liquidado, con su primer y ultimo dia natural.
       01  MES-X PIC X(6).
       01  MES-LIQUIDADO REDEFINES MES-X PIC 9(6).
       01  MES-LIQUIDADO-R REDEFINES MES-X.
           05 LIQUIDADO-ANIO PIC 9(4).
           05 LIQUIDADO-MES PIC 9(2).
       01  DIAS-DEL-MES PIC 9(2).
       01  RESTO-BISIESTO PIC 9(4).
       01  COCIENTE-BISIESTO PIC 9(4).
       01  PRIMER-DIA-MES PIC 9(8).
       01  ULTIMO-DIA-MES PIC 9(8).
       01  FECHA-DE-HOY PIC 9(8).

      *Porcentajes obrero (linea tipo S) y patronal (linea tipo E)
      *del maestro de deducciones: de cada tipo se toma la linea con
      *la vigencia mas reciente no posterior al ultimo dia del mes.
       01  PORCENTAJE-TRABAJADOR PIC 9(3)V99 VALUE 0.
       01  PORCENTAJE-EMPRESA PIC 9(3)V99 VALUE 0.
       01  VIGENCIA-TRABAJADOR PIC 9(8) VALUE 0.
       01  VIGENCIA-EMPRESA PIC 9(8) VALUE 0.
       01  VIGENCIA-LINEA PIC 9(8).

      *Bajas tramitadas cargadas en memoria para acotar los dias
      *cotizados de quien causa baja dentro del mes.
       01  TABLA-BAJAS.
           05 BAJA-FILA OCCURS 200 TIMES.
               10 BAJA-FILA-ID PIC X(6).
               10 BAJA-FILA-FECHA PIC 9(8).

      *Acumulado del trabajador en curso sobre las lineas de nomina
      *y paga extra del mes. La base de cotizacion es la de la linea
      *de seguridad social, que ya no incluye los complementos que
      *no cotizan. La base de contingencias comunes no incluye las
      *horas extra; las de desempleo, formacion y accidentes si.
       01  TRABAJADOR-ACTUAL PIC X(6).
       01  DEPARTAMENTO-ACTUAL PIC X(4).
       01  ACUM-BRUTO PIC S9(7)V99.
       01  ACUM-BASE-COTIZACION PIC S9(7)V99.
       01  ACUM-HORAS-EXTRA PIC S9(7)V99.
       01  ACUM-CUOTA-TRABAJADOR PIC S9(7)V99.
       01  BASE-COMUNES PIC S9(7)V99.
       01  BASE-PROFESIONALES PIC S9(7)V99.
       01  CUOTA-EMPRESA PIC S9(7)V99.
       01  CUOTA-RECALCULADA PIC S9(7)V99.
       01  DIFERENCIA-CUOTA PIC S9(7)V99.

      *Dias cotizados: el mes completo cuenta como 30; un alta o una
      *baja dentro del mes dejan los dias naturales del tramo, y los
      *permisos sin sueldo suspenden la cotizacion.
       01  DIAS-COTIZADOS PIC S9(3).
       01  DIAS-PERMISO PIC 9(3).
       01  TRAMO-DESDE PIC 9(8).
       01  TRAMO-DESDE-R REDEFINES TRAMO-DESDE.
           05 FILLER PIC 9(6).
           05 TRAMO-DESDE-DIA PIC 9(2).
       01  TRAMO-HASTA PIC 9(8).
       01  TRAMO-HASTA-R REDEFINES TRAMO-HASTA.
           05 FILLER PIC 9(6).
           05 TRAMO-HASTA-DIA PIC 9(2).
       01  FECHA-BAJA-DEL-MES PIC 9(8).

      *Totales de control de la cola del archivo, en centimos.
       01  IMPORTE-CENTIMOS PIC 9(9).
       01  TOTAL-DIAS PIC 9(7) VALUE 0.
       01  TOTAL-BASE-COMUNES PIC 9(13) VALUE 0.
       01  TOTAL-BASE-ACCIDENTES PIC 9(13) VALUE 0.
       01  TOTAL-CUOTA-TRABAJADOR PIC 9(13) VALUE 0.
       01  TOTAL-CUOTA-EMPRESA PIC 9(13) VALUE 0.

      *Bruto y cuota patronal por departamento, de la liquidacion y
      *del ultimo informe de coste de empleo, para el listado de
      *diferencias.
       01  TABLA-DEPARTAMENTOS.
           05 DEPTO-FILA OCCURS 50 TIMES.
               10 DEPTO-CODIGO PIC X(4).
               10 DEPTO-BRUTO-LIQUIDADO PIC S9(11)V99.
               10 DEPTO-CUOTA-LIQUIDADA PIC S9(11)V99.
               10 DEPTO-BRUTO-COSTE PIC S9(11)V99.
               10 DEPTO-CUOTA-COSTE PIC S9(11)V99.
       01  DEPARTAMENTO-BUSCADO PIC X(4).
       01  DIFERENCIA-BRUTO PIC S9(11)V99.
       01  DIFERENCIA-PATRONAL PIC S9(11)V99.
       01  TOTAL-DIFERENCIA-BRUTO PIC S9(11)V99 VALUE 0.
       01  TOTAL-DIFERENCIA-PATRONAL PIC S9(11)V99 VALUE 0.

       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99-.
       01  IMPORTE-EDITADO-2 PIC $$$,$$$,$$9.99-.
       01  IMPORTE-EDITADO-3 PIC $$$,$$$,$$9.99-.
       01  CONT-EDITADO PIC ZZZZ9.

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".
      *Estado del archivo maestro de deducciones de nomina.
       COPY "copybooks/28-EstadoDeducciones.cbl".
      *Estado del archivo de ausencias de empleados.
       COPY "copybooks/28-EstadoAusencias.cbl".
      *Estado del archivo de bajas tramitadas.
       COPY "copybooks/28-EstadoBajas.cbl".
      *Estado del archivo de cifras del informe de coste de empleo.
       COPY "copybooks/28-EstadoCosteEmpresa.cbl".
      *Estado del archivo mensual de liquidacion de cotizaciones.
       COPY "copybooks/28-EstadoLiquidacionSS.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           PERFORM PEDIR-MES.
           PERFORM CARGAR-PORCENTAJES.
           PERFORM CARGAR-BAJAS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ESCRIBIR-CABECERA.
           MOVE SPACE TO TRABAJADOR-ACTUAL.
           MOVE "N" TO FIN-RESULTADOS.
           PERFORM LEER-RESULTADO.
           PERFORM ACUMULAR-RESULTADO
           UNTIL FIN-RESULTADOS = "S".
           IF TRABAJADOR-ACTUAL NOT = SPACE
               PERFORM LIQUIDAR-TRABAJADOR.
           PERFORM ESCRIBIR-COLA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM CARGAR-COSTE-EMPRESA.
           PERFORM IMPRIMIR-DIFERENCIAS.
           PERFORM MOSTRAR-RESUMEN.
           STOP RUN.

       PEDIR-MES.
      *Por defecto se liquida el mes de la fecha de negocio.
           DISPLAY "Mes a liquidar (AAAAMM, en blanco el mes de "
                   "negocio): ".
           ACCEPT MES-X.
           IF MES-X NOT NUMERIC
               MOVE SPACE TO FNEGOCIO-PETICION
               CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION
               COMPUTE MES-LIQUIDADO = FNEGOCIO-FECHA / 100.
           COMPUTE PRIMER-DIA-MES = MES-LIQUIDADO * 100 + 1.
           MOVE 31 TO DIAS-DEL-MES.
           IF LIQUIDADO-MES = 4 OR LIQUIDADO-MES = 6 OR
              LIQUIDADO-MES = 9 OR LIQUIDADO-MES = 11
               MOVE 30 TO DIAS-DEL-MES.
           IF LIQUIDADO-MES = 2
               MOVE 28 TO DIAS-DEL-MES
               PERFORM COMPROBAR-BISIESTO.
           COMPUTE ULTIMO-DIA-MES = MES-LIQUIDADO * 100 + DIAS-DEL-MES.
           DISPLAY "Liquidacion de cotizaciones del mes "
                   MES-LIQUIDADO.

       COMPROBAR-BISIESTO.
           DIVIDE LIQUIDADO-ANIO BY 4 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 29 TO DIAS-DEL-MES.
           DIVIDE LIQUIDADO-ANIO BY 100 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 28 TO DIAS-DEL-MES.
           DIVIDE LIQUIDADO-ANIO BY 400 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 29 TO DIAS-DEL-MES.

       CARGAR-PORCENTAJES.
           OPEN INPUT DEDUCCIONES-ARCHIVO.
           IF DEDUCCIONES-ARCHIVO-STATUS NOT = "00"
               DISPLAY "Estado de archivo de deducciones "
                       "inesperado: " DEDUCCIONES-ARCHIVO-STATUS
           ELSE
               MOVE "N" TO FIN-DEDUCCIONES
               PERFORM LEER-DEDUCCION
               UNTIL FIN-DEDUCCIONES = "S"
               CLOSE DEDUCCIONES-ARCHIVO.
           IF PORCENTAJE-TRABAJADOR = 0 OR PORCENTAJE-EMPRESA = 0
               DISPLAY "Aviso: el maestro de deducciones no tiene "
                       "porcentaje obrero (tipo S) o patronal (tipo "
                       "E) en vigor para el mes.".

       LEER-DEDUCCION.
           READ DEDUCCIONES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DEDUCCIONES
               NOT AT END
                   PERFORM ANOTAR-PORCENTAJE
           END-READ.

       ANOTAR-PORCENTAJE.
           IF DEDUCCION-VIGENCIA-DESDE NOT NUMERIC
               MOVE ZERO TO VIGENCIA-LINEA
           ELSE
               MOVE DEDUCCION-VIGENCIA-9 TO VIGENCIA-LINEA.
           IF VIGENCIA-LINEA NOT > ULTIMO-DIA-MES
               IF DEDUCCION-SEGURIDAD-SOCIAL AND
                  VIGENCIA-LINEA NOT < VIGENCIA-TRABAJADOR
                   MOVE VIGENCIA-LINEA TO VIGENCIA-TRABAJADOR
                   MOVE DEDUCCION-PORCENTAJE TO PORCENTAJE-TRABAJADOR
               ELSE
                   IF DEDUCCION-SS-EMPRESA AND
                      VIGENCIA-LINEA NOT < VIGENCIA-EMPRESA
                       MOVE VIGENCIA-LINEA TO VIGENCIA-EMPRESA
                       MOVE DEDUCCION-PORCENTAJE
                           TO PORCENTAJE-EMPRESA.

       CARGAR-BAJAS.
           OPEN INPUT BAJAS-ARCHIVO.
           IF BAJAS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FIN-BAJAS
               PERFORM LEER-BAJA
               UNTIL FIN-BAJAS = "S"
               CLOSE BAJAS-ARCHIVO.

       LEER-BAJA.
           READ BAJAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-BAJAS
               NOT AT END
                   IF BAJA-FECHA NOT < PRIMER-DIA-MES AND
                      BAJA-FECHA NOT > ULTIMO-DIA-MES AND
                      CONT-BAJAS < 200
                       ADD 1 TO CONT-BAJAS
                       MOVE BAJA-EMPLEADOS-ID
                           TO BAJA-FILA-ID (CONT-BAJAS)
                       MOVE BAJA-FECHA
                           TO BAJA-FILA-FECHA (CONT-BAJAS)
           END-READ.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS = "35"
               DISPLAY "No hay resultados de nomina guardados, no "
                       "hay nada que liquidar."
               STOP RUN.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
      *Sin archivo de ausencias no hay permisos que descontar.
           MOVE "S" TO AUSENCIAS-DISPONIBLES.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           IF AUSENCIAS-ARCHIVO-STATUS = "35"
               MOVE "N" TO AUSENCIAS-DISPONIBLES.
           OPEN OUTPUT LIQUIDACION-SS-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE RESULTADOS-NOMINA-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF AUSENCIAS-DISPONIBLES = "S"
               CLOSE AUSENCIAS-ARCHIVO.
           CLOSE LIQUIDACION-SS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       ESCRIBIR-CABECERA.
           MOVE SPACE TO LIQSS-CABECERA-REGISTRO.
           MOVE "C" TO LIQSS-CABECERA-TIPO.
           MOVE MES-LIQUIDADO TO LIQSS-CABECERA-ANIO-MES.
           MOVE FECHA-DE-HOY TO LIQSS-CABECERA-FECHA.
           MOVE PORCENTAJE-TRABAJADOR TO LIQSS-CABECERA-PORC-TRABAJADOR.
           MOVE PORCENTAJE-EMPRESA TO LIQSS-CABECERA-PORC-EMPRESA.
           WRITE LIQSS-CABECERA-REGISTRO.

       LEER-RESULTADO.
      *Solo cuentan las lineas del mes de la nomina mensual y de la
      *paga extra; la pasada de atrasos es una valoracion que se
      *cotiza cuando la paga la nomina siguiente.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           PERFORM LEER-LINEA-RESULTADO
           UNTIL FIN-RESULTADOS = "S" OR REGISTRO-ENCONTRADO = "S".

       LEER-LINEA-RESULTADO.
           READ RESULTADOS-NOMINA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-RESULTADOS
           END-READ.
           IF FIN-RESULTADOS = "N" AND
              RESNOM-ANIO-MES = MES-LIQUIDADO AND
              NOT RESNOM-PASADA-RETRO
               MOVE "S" TO REGISTRO-ENCONTRADO.

       ACUMULAR-RESULTADO.
           IF RESNOM-EMPLEADOS-ID NOT = TRABAJADOR-ACTUAL
               IF TRABAJADOR-ACTUAL NOT = SPACE
                   PERFORM LIQUIDAR-TRABAJADOR
               END-IF
               MOVE RESNOM-EMPLEADOS-ID TO TRABAJADOR-ACTUAL
               MOVE RESNOM-DEPARTAMENTO TO DEPARTAMENTO-ACTUAL
               MOVE ZERO TO ACUM-BRUTO
               MOVE ZERO TO ACUM-BASE-COTIZACION
               MOVE ZERO TO ACUM-HORAS-EXTRA
               MOVE ZERO TO ACUM-CUOTA-TRABAJADOR.
           IF RESNOM-CONCEPTO = "BRUT"
               ADD RESNOM-IMPORTE TO ACUM-BRUTO.
           IF RESNOM-CONCEPTO = "HEXT"
               ADD RESNOM-IMPORTE TO ACUM-HORAS-EXTRA.
           IF RESNOM-CONCEPTO = "SSOC"
               ADD RESNOM-BASE TO ACUM-BASE-COTIZACION
               ADD RESNOM-IMPORTE TO ACUM-CUOTA-TRABAJADOR.
           PERFORM LEER-RESULTADO.

       LIQUIDAR-TRABAJADOR.
           COMPUTE BASE-COMUNES =
                   ACUM-BASE-COTIZACION - ACUM-HORAS-EXTRA.
           MOVE ACUM-BASE-COTIZACION TO BASE-PROFESIONALES.
           IF BASE-COMUNES < 0
               MOVE ZERO TO BASE-COMUNES.
           IF BASE-PROFESIONALES < 0
               MOVE ZERO TO BASE-PROFESIONALES.
           COMPUTE CUOTA-EMPRESA ROUNDED =
                   BASE-PROFESIONALES * PORCENTAJE-EMPRESA / 100.
           PERFORM CONTAR-DIAS-COTIZADOS.
           PERFORM COMPROBAR-CUOTA-OBRERA.
           PERFORM ESCRIBIR-DETALLE.
           MOVE DEPARTAMENTO-ACTUAL TO DEPARTAMENTO-BUSCADO.
           PERFORM BUSCAR-DEPARTAMENTO.
           IF POSICION-DEPARTAMENTO > 0
               ADD ACUM-BRUTO
                   TO DEPTO-BRUTO-LIQUIDADO (POSICION-DEPARTAMENTO)
               ADD CUOTA-EMPRESA
                   TO DEPTO-CUOTA-LIQUIDADA (POSICION-DEPARTAMENTO).

       CONTAR-DIAS-COTIZADOS.
           MOVE TRABAJADOR-ACTUAL TO EMPLEADOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           IF REGISTRO-ENCONTRADO = "N"
               MOVE SPACE TO EMPLEADOS-NIF
               MOVE ZERO TO EMPLEADOS-FECHA-ALTA.
           PERFORM BUSCAR-BAJA-DEL-MES.
           MOVE PRIMER-DIA-MES TO TRAMO-DESDE.
           IF EMPLEADOS-FECHA-ALTA > PRIMER-DIA-MES
               MOVE EMPLEADOS-FECHA-ALTA TO TRAMO-DESDE.
           MOVE ULTIMO-DIA-MES TO TRAMO-HASTA.
           IF FECHA-BAJA-DEL-MES > 0
               MOVE FECHA-BAJA-DEL-MES TO TRAMO-HASTA.
           IF TRAMO-DESDE = PRIMER-DIA-MES AND
              TRAMO-HASTA = ULTIMO-DIA-MES
               MOVE 30 TO DIAS-COTIZADOS
           ELSE
               COMPUTE DIAS-COTIZADOS =
                       TRAMO-HASTA-DIA - TRAMO-DESDE-DIA + 1.
           IF DIAS-COTIZADOS > 30
               MOVE 30 TO DIAS-COTIZADOS.
           PERFORM CONTAR-DIAS-PERMISO.
           SUBTRACT DIAS-PERMISO FROM DIAS-COTIZADOS.
           IF DIAS-COTIZADOS < 0
               MOVE ZERO TO DIAS-COTIZADOS.

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
           IF BAJA-FILA-ID (SUB-B) = TRABAJADOR-ACTUAL
               MOVE SUB-B TO POSICION-BAJA.
           ADD 1 TO SUB-B.

       CONTAR-DIAS-PERMISO.
      *Dias naturales de permiso sin sueldo dentro del mes, con la
      *clave parcial del trabajador como en CALCULO-NOMINA.
           MOVE ZERO TO DIAS-PERMISO.
           IF AUSENCIAS-DISPONIBLES = "S"
               MOVE "N" TO FIN-AUSENCIAS
               MOVE TRABAJADOR-ACTUAL TO AUSENCIA-EMPLEADOS-ID
               MOVE ZEROES TO AUSENCIA-FECHA-DESDE
               START AUSENCIAS-ARCHIVO
                   KEY IS NOT LESS THAN AUSENCIA-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-AUSENCIAS
               END-START
               PERFORM SUMAR-AUSENCIA
               UNTIL FIN-AUSENCIAS = "S".

       SUMAR-AUSENCIA.
           READ AUSENCIAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-AUSENCIAS
           END-READ.
           IF FIN-AUSENCIAS = "N" AND
              AUSENCIA-EMPLEADOS-ID NOT = TRABAJADOR-ACTUAL
               MOVE "S" TO FIN-AUSENCIAS.
           IF FIN-AUSENCIAS = "N" AND AUSENCIA-PERMISO AND
              AUSENCIA-FECHA-DESDE NOT > ULTIMO-DIA-MES AND
              AUSENCIA-FECHA-HASTA NOT < PRIMER-DIA-MES
               PERFORM SUMAR-TRAMO-PERMISO.

       SUMAR-TRAMO-PERMISO.
           MOVE AUSENCIA-FECHA-DESDE TO TRAMO-DESDE.
           IF TRAMO-DESDE < PRIMER-DIA-MES
               MOVE PRIMER-DIA-MES TO TRAMO-DESDE.
           MOVE AUSENCIA-FECHA-HASTA TO TRAMO-HASTA.
           IF TRAMO-HASTA > ULTIMO-DIA-MES
               MOVE ULTIMO-DIA-MES TO TRAMO-HASTA.
           COMPUTE DIAS-PERMISO = DIAS-PERMISO +
                   TRAMO-HASTA-DIA - TRAMO-DESDE-DIA + 1.

       COMPROBAR-CUOTA-OBRERA.
      *La cuota obrera de la liquidacion es la que se desconto en
      *nomina. Si no coincide con la recalculada al porcentaje del
      *maestro (por ejemplo un recalculo con las tablas cambiadas)
      *sale en el listado de diferencias.
           COMPUTE CUOTA-RECALCULADA ROUNDED =
                   BASE-PROFESIONALES * PORCENTAJE-TRABAJADOR / 100.
           COMPUTE DIFERENCIA-CUOTA =
                   ACUM-CUOTA-TRABAJADOR - CUOTA-RECALCULADA.
           IF DIFERENCIA-CUOTA > 0.02 OR DIFERENCIA-CUOTA < -0.02
               ADD 1 TO CONT-CUOTAS-DISTINTAS
               IF CONT-CUOTAS-DISTINTAS = 1
                   PERFORM ABRIR-INFORME
               END-IF
               MOVE ACUM-CUOTA-TRABAJADOR TO IMPORTE-EDITADO
               MOVE CUOTA-RECALCULADA TO IMPORTE-EDITADO-2
               MOVE DIFERENCIA-CUOTA TO IMPORTE-EDITADO-3
               MOVE "L" TO INFORME-OPERACION
               MOVE SPACE TO INFORME-LINEA
               STRING "CUOTA OBRERA ID: " DELIMITED BY SIZE
                      TRABAJADOR-ACTUAL DELIMITED BY SIZE
                      " DESCONTADA: " DELIMITED BY SIZE
                      IMPORTE-EDITADO DELIMITED BY SIZE
                      " RECALCULADA: " DELIMITED BY SIZE
                      IMPORTE-EDITADO-2 DELIMITED BY SIZE
                      " DIF: " DELIMITED BY SIZE
                      IMPORTE-EDITADO-3 DELIMITED BY SIZE
                   INTO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ESCRIBIR-DETALLE.
           MOVE SPACE TO LIQSS-REGISTRO.
           MOVE "D" TO LIQSS-TIPO.
           MOVE TRABAJADOR-ACTUAL TO LIQSS-EMPLEADOS-ID.
           MOVE EMPLEADOS-NIF TO LIQSS-NIF.
           MOVE DIAS-COTIZADOS TO LIQSS-DIAS.
           COMPUTE IMPORTE-CENTIMOS = BASE-COMUNES * 100.
           MOVE IMPORTE-CENTIMOS TO LIQSS-BASE-COMUNES.
           ADD IMPORTE-CENTIMOS TO TOTAL-BASE-COMUNES.
           COMPUTE IMPORTE-CENTIMOS = BASE-PROFESIONALES * 100.
           MOVE IMPORTE-CENTIMOS TO LIQSS-BASE-DESEMPLEO.
           MOVE IMPORTE-CENTIMOS TO LIQSS-BASE-FORMACION.
           MOVE IMPORTE-CENTIMOS TO LIQSS-BASE-ACCIDENTES.
           ADD IMPORTE-CENTIMOS TO TOTAL-BASE-ACCIDENTES.
           MOVE ZERO TO IMPORTE-CENTIMOS.
           IF ACUM-CUOTA-TRABAJADOR > 0
               COMPUTE IMPORTE-CENTIMOS = ACUM-CUOTA-TRABAJADOR * 100.
           MOVE IMPORTE-CENTIMOS TO LIQSS-CUOTA-TRABAJADOR.
           ADD IMPORTE-CENTIMOS TO TOTAL-CUOTA-TRABAJADOR.
           COMPUTE IMPORTE-CENTIMOS = CUOTA-EMPRESA * 100.
           MOVE IMPORTE-CENTIMOS TO LIQSS-CUOTA-EMPRESA.
           ADD IMPORTE-CENTIMOS TO TOTAL-CUOTA-EMPRESA.
           ADD DIAS-COTIZADOS TO TOTAL-DIAS.
           WRITE LIQSS-REGISTRO.
           ADD 1 TO CONT-TRABAJADORES.

       ESCRIBIR-COLA.
           MOVE SPACE TO LIQSS-COLA-REGISTRO.
           MOVE "T" TO LIQSS-COLA-TIPO.
           MOVE CONT-TRABAJADORES TO LIQSS-COLA-REGISTROS.
           MOVE TOTAL-DIAS TO LIQSS-COLA-DIAS.
           MOVE TOTAL-BASE-COMUNES TO LIQSS-COLA-BASE-COMUNES.
           MOVE TOTAL-BASE-ACCIDENTES TO LIQSS-COLA-BASE-ACCIDENTES.
           MOVE TOTAL-CUOTA-TRABAJADOR TO LIQSS-COLA-CUOTA-TRABAJADOR.
           MOVE TOTAL-CUOTA-EMPRESA TO LIQSS-COLA-CUOTA-EMPRESA.
           WRITE LIQSS-COLA-REGISTRO.

       BUSCAR-DEPARTAMENTO.
      *Busca el departamento en la tabla y lo da de alta a cero si
      *no estaba.
           MOVE 0 TO POSICION-DEPARTAMENTO.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-DEPARTAMENTO
           UNTIL SUB-I > CONT-DEPARTAMENTOS OR
                 POSICION-DEPARTAMENTO > 0.
           IF POSICION-DEPARTAMENTO = 0
               IF CONT-DEPARTAMENTOS < 50
                   ADD 1 TO CONT-DEPARTAMENTOS
                   MOVE DEPARTAMENTO-BUSCADO
                       TO DEPTO-CODIGO (CONT-DEPARTAMENTOS)
                   MOVE ZERO
                       TO DEPTO-BRUTO-LIQUIDADO (CONT-DEPARTAMENTOS)
                   MOVE ZERO
                       TO DEPTO-CUOTA-LIQUIDADA (CONT-DEPARTAMENTOS)
                   MOVE ZERO TO DEPTO-BRUTO-COSTE (CONT-DEPARTAMENTOS)
                   MOVE ZERO TO DEPTO-CUOTA-COSTE (CONT-DEPARTAMENTOS)
                   MOVE CONT-DEPARTAMENTOS TO POSICION-DEPARTAMENTO
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 50 departamentos, el "
                               "listado de diferencias no incluye "
                               "los siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.

       COMPARAR-FILA-DEPARTAMENTO.
           IF DEPTO-CODIGO (SUB-I) = DEPARTAMENTO-BUSCADO
               MOVE SUB-I TO POSICION-DEPARTAMENTO.
           ADD 1 TO SUB-I.

       CARGAR-COSTE-EMPRESA.
      *Cifras de la ultima ejecucion de INFORME-COSTE-EMPRESA. Solo
      *se comparan si son del mismo mes que la liquidacion.
           OPEN INPUT COSTE-EMPRESA-ARCHIVO.
           IF COSTE-EMPRESA-STATUS = "35"
               DISPLAY "No hay cifras del informe de coste de empleo;"
                       " ejecuta INFORME-COSTE-EMPRESA para el "
                       "listado de diferencias."
           ELSE
               MOVE "N" TO FIN-COSTE
               PERFORM LEER-COSTE-EMPRESA
               UNTIL FIN-COSTE = "S"
               CLOSE COSTE-EMPRESA-ARCHIVO.

       LEER-COSTE-EMPRESA.
           READ COSTE-EMPRESA-ARCHIVO
               AT END
                   MOVE "S" TO FIN-COSTE
               NOT AT END
                   PERFORM ANOTAR-COSTE-DEPARTAMENTO
           END-READ.

       ANOTAR-COSTE-DEPARTAMENTO.
           IF COSTEMP-ANIO-MES NOT = MES-LIQUIDADO
               IF COSTE-DEL-MES = "N"
                   DISPLAY "Las cifras de coste de empleo son del mes "
                           COSTEMP-ANIO-MES ", no se comparan."
                   MOVE "X" TO COSTE-DEL-MES
               END-IF
           ELSE
               MOVE "S" TO COSTE-DEL-MES
               MOVE COSTEMP-DEPARTAMENTO TO DEPARTAMENTO-BUSCADO
               PERFORM BUSCAR-DEPARTAMENTO
               IF POSICION-DEPARTAMENTO > 0
                   ADD COSTEMP-BRUTO
                       TO DEPTO-BRUTO-COSTE (POSICION-DEPARTAMENTO)
                   ADD COSTEMP-CUOTA-EMPRESA
                       TO DEPTO-CUOTA-COSTE (POSICION-DEPARTAMENTO).

       IMPRIMIR-DIFERENCIAS.
      *Listado de diferencias por departamento entre lo liquidado y
      *el coste de empleo, para que Finanzas cuadre las cifras antes
      *de presentar el archivo.
           IF CONT-CUOTAS-DISTINTAS = 0
               PERFORM ABRIR-INFORME.
           IF COSTE-DEL-MES = "S"
               MOVE 1 TO SUB-I
               PERFORM IMPRIMIR-FILA-DIFERENCIA
               UNTIL SUB-I > CONT-DEPARTAMENTOS.
           MOVE "T" TO INFORME-OPERACION.
           MOVE CONT-TRABAJADORES TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TRABAJADORES LIQUIDADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "  MES: " DELIMITED BY SIZE
                  MES-LIQUIDADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-CUOTAS-DISTINTAS TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "CUOTAS OBRERAS QUE NO CUADRAN: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           IF COSTE-DEL-MES = "S"
               MOVE TOTAL-DIFERENCIA-BRUTO TO IMPORTE-EDITADO
               MOVE TOTAL-DIFERENCIA-PATRONAL TO IMPORTE-EDITADO-2
               STRING "DIFERENCIA TOTAL BRUTO: " DELIMITED BY SIZE
                      IMPORTE-EDITADO DELIMITED BY SIZE
                      " PATRONAL: " DELIMITED BY SIZE
                      IMPORTE-EDITADO-2 DELIMITED BY SIZE
                   INTO INFORME-LINEA
           ELSE
               MOVE "SIN CIFRAS DE COSTE DE EMPLEO DEL MES PARA "
                   & "COMPARAR" TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-FILA-DIFERENCIA.
           COMPUTE DIFERENCIA-BRUTO = DEPTO-BRUTO-LIQUIDADO (SUB-I)
                   - DEPTO-BRUTO-COSTE (SUB-I).
           COMPUTE DIFERENCIA-PATRONAL =
                   DEPTO-CUOTA-LIQUIDADA (SUB-I)
                   - DEPTO-CUOTA-COSTE (SUB-I).
           ADD DIFERENCIA-BRUTO TO TOTAL-DIFERENCIA-BRUTO.
           ADD DIFERENCIA-PATRONAL TO TOTAL-DIFERENCIA-PATRONAL.
           IF DIFERENCIA-BRUTO NOT = 0 OR DIFERENCIA-PATRONAL NOT = 0
               ADD 1 TO CONT-DEPTOS-CON-DIFERENCIA.
           MOVE DEPTO-BRUTO-LIQUIDADO (SUB-I) TO IMPORTE-EDITADO.
           MOVE DEPTO-BRUTO-COSTE (SUB-I) TO IMPORTE-EDITADO-2.
           MOVE DIFERENCIA-BRUTO TO IMPORTE-EDITADO-3.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "DEPTO: " DELIMITED BY SIZE
                  DEPTO-CODIGO (SUB-I) DELIMITED BY SIZE
                  " BRUTO LIQUIDADO: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " COSTE: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-2 DELIMITED BY SIZE
                  " DIF: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-3 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE DEPTO-CUOTA-LIQUIDADA (SUB-I) TO IMPORTE-EDITADO.
           MOVE DEPTO-CUOTA-COSTE (SUB-I) TO IMPORTE-EDITADO-2.
           MOVE DIFERENCIA-PATRONAL TO IMPORTE-EDITADO-3.
           MOVE SPACE TO INFORME-LINEA.
           STRING "       PATRONAL LIQUIDADA: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " COSTE: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-2 DELIMITED BY SIZE
                  " DIF: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-3 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           ADD 1 TO SUB-I.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "DIFERENCIAS_LIQUIDACION_SS.TXT" TO INFORME-NOMBRE.
           MOVE "LIQUIDACION-SEG-SOCIAL" TO INFORME-PROGRAMA.
           MOVE "LIQUIDACION DE COTIZACIONES: DIFERENCIAS"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN DE LA LIQUIDACION DE COTIZACIONES".
           DISPLAY "Mes liquidado:                 " MES-LIQUIDADO.
           DISPLAY "Trabajadores liquidados:       " CONT-TRABAJADORES.
           DISPLAY "Dias cotizados:                " TOTAL-DIAS.
           DISPLAY "Cuotas obreras que no cuadran: "
                   CONT-CUOTAS-DISTINTAS.
           DISPLAY "Departamentos con diferencias: "
                   CONT-DEPTOS-CON-DIFERENCIA.
           DISPLAY "Archivo generado: LIQUIDACION_SS.TXT".

       END PROGRAM LIQUIDACION-SEG-SOCIAL.

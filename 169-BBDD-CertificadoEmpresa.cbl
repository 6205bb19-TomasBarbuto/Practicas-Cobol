       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADO-EMPRESA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de bajas tramitadas.
       COPY "copybooks/28-PhBajas.cbl".
      *Archivo maestro de motivos de baja.
       COPY "copybooks/28-PhMotivosBaja.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-PhAusencias.cbl".
      *Archivo de saldos de vacaciones traspasadas.
       COPY "copybooks/28-PhSaldosVacaciones.cbl".
      *Registro de certificados de empresa emitidos.
       COPY "copybooks/28-PhCertificadosEmpresa.cbl".
      *Archivo de envio electronico de certificados.
       COPY "copybooks/28-PhEnvioCertificados.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de bajas tramitadas.
       COPY "copybooks/28-LoBajas.cbl".
      *Archivo maestro de motivos de baja.
       COPY "copybooks/28-LoMotivosBaja.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-LoAusencias.cbl".
      *Archivo de saldos de vacaciones traspasadas.
       COPY "copybooks/28-LoSaldosVacaciones.cbl".
      *Registro de certificados de empresa emitidos.
       COPY "copybooks/28-LoCertificadosEmpresa.cbl".
      *Archivo de envio electronico de certificados.
       COPY "copybooks/28-LoEnvioCertificados.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  OPCION PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  BAJA-ENCONTRADA PIC X.
       77  FIN-BAJAS PIC X.
       77  FIN-RESULTADOS PIC X.
       77  FIN-AUSENCIAS PIC X.
       77  FIN-REGISTRO PIC X.
       77  MOTIVOS-DISPONIBLES PIC X VALUE "N".
       77  RESULTADOS-DISPONIBLES PIC X VALUE "N".
       77  AUSENCIAS-DISPONIBLES PIC X VALUE "N".
       77  SALDOS-DISPONIBLES PIC X VALUE "N".
       77  SUB-P PIC 9(1) COMP VALUE 0.
       77  SUB-D PIC 9(2) COMP VALUE 0.
       77  CONT-EMITIDOS PIC 9(5) COMP VALUE 0.
       77  CONT-LISTADOS PIC 9(5) COMP VALUE 0.
       77  CONT-FUERA-DE-PLAZO PIC 9(5) COMP VALUE 0.

       01  ID-EMPLEADO PIC X(6).
       01  FECHA-DE-HOY PIC 9(8).
       01  HORA-ACTUAL PIC 9(8).

      *Baja tramitada que se certifica: la ultima del empleado en
      *el archivo de bajas.
       01  FECHA-BAJA PIC 9(8).
       01  FECHA-BAJA-R REDEFINES FECHA-BAJA.
           05 BAJA-ANIO PIC 9(4).
           05 BAJA-MES PIC 9(2).
           05 BAJA-DIA PIC 9(2).
       01  MOTIVO-BAJA PIC X(2).
       01  MOTIVO-TEXTO PIC X(30).
       01  LIQUIDACION-BAJA PIC S9(7)V99.
       01  ALTA-ANIO-MES PIC 9(6).
       01  ALTA-DIA PIC 9(2).
       01  DESCRIPCION-CONTRATO PIC X(12).

      *Bases de cotizacion por desempleo de los seis meses que
      *cubren los ultimos 180 dias, empezando por el de la baja.
       01  MES-PERIODO PIC 9(6).
       01  MES-PERIODO-R REDEFINES MES-PERIODO.
           05 PERIODO-ANIO PIC 9(4).
           05 PERIODO-MES PIC 9(2).
       01  TABLA-PERIODOS.
           05 PERIODO-FILA OCCURS 6 TIMES.
               10 PERIODO-ANIO-MES PIC 9(6).
               10 PERIODO-DIAS PIC 9(2).
               10 PERIODO-BASE PIC S9(7)V99.
       01  TOTAL-BASES PIC S9(9)V99.
       01  TOTAL-DIAS PIC 9(3).
       01  IMPORTE-CENTIMOS PIC 9(9).

      *Vacaciones devengadas en el anio de la baja y no disfrutadas:
      *el derecho anual (22 dias mas uno por cada cinco anios de
      *servicio y ajustado a la jornada parcial, como en el cierre
      *de vacaciones) en proporcion a los meses trabajados, mas el
      *traspaso pendiente del anio anterior, menos lo ya
      *disfrutado. Se pagan en la liquidacion a razon de un
      *treintavo del salario por dia.
       01  ANIOS-SERVICIO PIC 9(3).
       01  DERECHO-ANUAL PIC 9(3).
       01  DERECHO-PROPORCIONAL PIC 9(3).
       01  DIAS-DISFRUTADOS PIC 9(3).
       01  DIAS-TRASPASO PIC S9(3).
       01  VACACIONES-PENDIENTES PIC S9(3).
       01  IMPORTE-VACACIONES PIC S9(7)V99.
       01  EJERCICIO-DESDE PIC 9(8).

      *Plazo legal de emision: diez dias naturales desde la baja.
       01  FECHA-LIMITE PIC 9(8).
       01  FECHA-ACTUAL PIC 9(8).
       01  FECHA-ACTUAL-R REDEFINES FECHA-ACTUAL.
           05 ACTUAL-ANIO PIC 9(4).
           05 ACTUAL-MES PIC 9(2).
           05 ACTUAL-DIA PIC 9(2).
       01  DIAS-DEL-MES PIC 9(2).
       01  RESTO-BISIESTO PIC 9(4).
       01  COCIENTE-BISIESTO PIC 9(4).

       01  NOMBRE-INFORME PIC X(30).
       01  IMPORTE-EDITADO PIC $$$$,$$9.99-.
       01  DIAS-EDITADOS PIC ZZ9.
       01  CONT-EDITADO PIC ZZ9.

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de bajas tramitadas.
       COPY "copybooks/28-EstadoBajas.cbl".
      *Estado del archivo maestro de motivos de baja.
       COPY "copybooks/28-EstadoMotivosBaja.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".
      *Estado del archivo de ausencias y vacaciones.
       COPY "copybooks/28-EstadoAusencias.cbl".
      *Estado del archivo de saldos de vacaciones.
       COPY "copybooks/28-EstadoSaldosVacaciones.cbl".
      *Estado del registro de certificados de empresa emitidos.
       COPY "copybooks/28-EstadoCertificadosEmpresa.cbl".
      *Estado del archivo de envio electronico de certificados.
       COPY "copybooks/28-EstadoEnvioCertificados.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO = "S"
               PERFORM PROCEDIMIENTO-DE-APERTURA
               PERFORM ELEGIR-OPCION
               IF OPCION = "L"
                   PERFORM LISTAR-REGISTRO
               ELSE
                   MOVE "S" TO SI-NO
                   PERFORM EMITIR-CERTIFICADO
                   UNTIL SI-NO = "N"
               END-IF
               PERFORM PROCEDIMIENTO-DE-CIERRE
               DISPLAY "Certificados emitidos en esta ejecucion: "
                       CONT-EMITIDOS
           ELSE
               DISPLAY "Acceso denegado.".

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *El certificado lleva bases de cotizacion y causa de la baja:
      *lo emite un supervisor, que queda anotado en el registro.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       ELEGIR-OPCION.
           MOVE SPACE TO OPCION.
           PERFORM PREGUNTAR-OPCION
           UNTIL OPCION = "E" OR OPCION = "L".

       PREGUNTAR-OPCION.
           DISPLAY "E - Emitir certificados de empresa".
           DISPLAY "L - Listar el registro de certificados emitidos".
           ACCEPT OPCION.
           IF OPCION = "e"
               MOVE "E" TO OPCION.
           IF OPCION = "l"
               MOVE "L" TO OPCION.
           IF OPCION NOT = "E" AND OPCION NOT = "L"
               DISPLAY "Debes introducir E/L.".

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "S" TO MOTIVOS-DISPONIBLES.
           OPEN INPUT MOTIVOS-ARCHIVO.
           IF MOTIVOS-ARCHIVO-STATUS = "35"
               MOVE "N" TO MOTIVOS-DISPONIBLES.
           MOVE "S" TO RESULTADOS-DISPONIBLES.
           OPEN INPUT RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS = "35"
               MOVE "N" TO RESULTADOS-DISPONIBLES.
           MOVE "S" TO AUSENCIAS-DISPONIBLES.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           IF AUSENCIAS-ARCHIVO-STATUS = "35"
               MOVE "N" TO AUSENCIAS-DISPONIBLES.
           MOVE "S" TO SALDOS-DISPONIBLES.
           OPEN INPUT SALDOS-VACACIONES-ARCHIVO.
           IF SALDOS-VACACIONES-STATUS = "35"
               MOVE "N" TO SALDOS-DISPONIBLES.
      *Si el registro de certificados no existe lo creamos antes de
      *abrirlo en modo aleatorio.
           OPEN I-O CERTIFICADOS-EMPRESA-ARCHIVO.
           IF CERTIFICADOS-EMPRESA-STATUS = "35"
               OPEN OUTPUT CERTIFICADOS-EMPRESA-ARCHIVO
               CLOSE CERTIFICADOS-EMPRESA-ARCHIVO
               OPEN I-O CERTIFICADOS-EMPRESA-ARCHIVO.
           OPEN EXTEND ENVIO-CERTIFICADOS-ARCHIVO.
           IF ENVIO-CERTIFICADOS-STATUS = "35"
               OPEN OUTPUT ENVIO-CERTIFICADOS-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF MOTIVOS-DISPONIBLES = "S"
               CLOSE MOTIVOS-ARCHIVO.
           IF RESULTADOS-DISPONIBLES = "S"
               CLOSE RESULTADOS-NOMINA-ARCHIVO.
           IF AUSENCIAS-DISPONIBLES = "S"
               CLOSE AUSENCIAS-ARCHIVO.
           IF SALDOS-DISPONIBLES = "S"
               CLOSE SALDOS-VACACIONES-ARCHIVO.
           CLOSE CERTIFICADOS-EMPRESA-ARCHIVO.
           CLOSE ENVIO-CERTIFICADOS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       EMITIR-CERTIFICADO.
           DISPLAY "ID del empleado que causa baja: ".
           ACCEPT ID-EMPLEADO.
           MOVE ID-EMPLEADO TO EMPLEADOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "No existe ningun empleado con ese ID."
           ELSE
               PERFORM BUSCAR-BAJA-TRAMITADA
               IF BAJA-ENCONTRADA = "N"
                   DISPLAY "El empleado no tiene ninguna baja "
                           "tramitada."
               ELSE
                   PERFORM PREPARAR-CERTIFICADO
                   PERFORM IMPRIMIR-CERTIFICADO
                   PERFORM ESCRIBIR-ENVIO
                   PERFORM ANOTAR-EN-REGISTRO
                   ADD 1 TO CONT-EMITIDOS.
           PERFORM REINICIAR.

       BUSCAR-BAJA-TRAMITADA.
      *Si el empleado tiene varias bajas (recontrataciones) se
      *certifica la ultima grabada.
           MOVE "N" TO BAJA-ENCONTRADA.
           OPEN INPUT BAJAS-ARCHIVO.
           IF BAJAS-ARCHIVO-STATUS NOT = "35"
               MOVE "N" TO FIN-BAJAS
               PERFORM LEER-BAJA
               UNTIL FIN-BAJAS = "S"
               CLOSE BAJAS-ARCHIVO.

       LEER-BAJA.
           READ BAJAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-BAJAS
               NOT AT END
                   IF BAJA-EMPLEADOS-ID = ID-EMPLEADO
                       MOVE "S" TO BAJA-ENCONTRADA
                       MOVE BAJA-FECHA TO FECHA-BAJA
                       MOVE BAJA-MOTIVO TO MOTIVO-BAJA
                       MOVE BAJA-LIQUIDACION TO LIQUIDACION-BAJA
           END-READ.

       PREPARAR-CERTIFICADO.
           MOVE "(SIN MAESTRO DE MOTIVOS)" TO MOTIVO-TEXTO.
           IF MOTIVOS-DISPONIBLES = "S"
               MOVE MOTIVO-BAJA TO MOTIVO-CODIGO
               READ MOTIVOS-ARCHIVO
                   INVALID KEY
                       MOVE "(MOTIVO NO DADO DE ALTA)" TO MOTIVO-TEXTO
                   NOT INVALID KEY
                       MOVE MOTIVO-DESCRIPCION TO MOTIVO-TEXTO
               END-READ.
           MOVE "OTRO" TO DESCRIPCION-CONTRATO.
           IF CONTRATO-INDEFINIDO
               MOVE "INDEFINIDO" TO DESCRIPCION-CONTRATO.
           IF CONTRATO-TEMPORAL
               MOVE "TEMPORAL" TO DESCRIPCION-CONTRATO.
           IF CONTRATO-APRENDIZ
               MOVE "FORMACION" TO DESCRIPCION-CONTRATO.
           COMPUTE ALTA-ANIO-MES = EMPLEADOS-FECHA-ALTA / 100.
           COMPUTE ALTA-DIA = EMPLEADOS-FECHA-ALTA -
                   (ALTA-ANIO-MES * 100).
           PERFORM CALCULAR-BASES.
           PERFORM CALCULAR-VACACIONES.
           PERFORM CALCULAR-PLAZO.

       CALCULAR-BASES.
           MOVE ZERO TO TOTAL-BASES.
           MOVE ZERO TO TOTAL-DIAS.
           COMPUTE MES-PERIODO = FECHA-BAJA / 100.
           MOVE 1 TO SUB-P.
           PERFORM CALCULAR-BASE-MES
           UNTIL SUB-P > 6.

       CALCULAR-BASE-MES.
      *Base por desempleo del mes: el total devengado de la nomina
      *mensual y de la paga extra. El mes de la baja, si su nomina
      *aun no se ha calculado, toma la liquidacion de la baja.
           MOVE MES-PERIODO TO PERIODO-ANIO-MES (SUB-P).
           MOVE ZERO TO PERIODO-BASE (SUB-P).
           IF RESULTADOS-DISPONIBLES = "S"
               PERFORM SUMAR-BRUTO-DEL-MES.
           IF SUB-P = 1 AND PERIODO-BASE (SUB-P) = 0
               MOVE LIQUIDACION-BAJA TO PERIODO-BASE (SUB-P).
           MOVE 30 TO PERIODO-DIAS (SUB-P).
           IF SUB-P = 1
               MOVE BAJA-DIA TO PERIODO-DIAS (SUB-P).
           IF ALTA-ANIO-MES > MES-PERIODO
               MOVE ZERO TO PERIODO-DIAS (SUB-P).
           IF ALTA-ANIO-MES = MES-PERIODO
               COMPUTE PERIODO-DIAS (SUB-P) =
                       PERIODO-DIAS (SUB-P) - ALTA-DIA + 1.
           IF PERIODO-DIAS (SUB-P) > 30
               MOVE 30 TO PERIODO-DIAS (SUB-P).
           ADD PERIODO-BASE (SUB-P) TO TOTAL-BASES.
           ADD PERIODO-DIAS (SUB-P) TO TOTAL-DIAS.
           IF PERIODO-MES = 1
               MOVE 12 TO PERIODO-MES
               SUBTRACT 1 FROM PERIODO-ANIO
           ELSE
               SUBTRACT 1 FROM PERIODO-MES.
           ADD 1 TO SUB-P.

       SUMAR-BRUTO-DEL-MES.
           MOVE ID-EMPLEADO TO RESNOM-EMPLEADOS-ID.
           MOVE MES-PERIODO TO RESNOM-ANIO-MES.
           MOVE LOW-VALUES TO RESNOM-PASADA.
           MOVE ZERO TO RESNOM-LINEA.
           MOVE "N" TO FIN-RESULTADOS.
           START RESULTADOS-NOMINA-ARCHIVO
               KEY IS NOT LESS THAN RESNOM-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-RESULTADOS
           END-START.
           PERFORM SUMAR-LINEA-BRUTO
           UNTIL FIN-RESULTADOS = "S".

       SUMAR-LINEA-BRUTO.
           READ RESULTADOS-NOMINA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-RESULTADOS
           END-READ.
           IF FIN-RESULTADOS = "N"
               IF RESNOM-EMPLEADOS-ID NOT = ID-EMPLEADO OR
                  RESNOM-ANIO-MES NOT = MES-PERIODO
                   MOVE "S" TO FIN-RESULTADOS
               ELSE
                   IF RESNOM-CONCEPTO = "BRUT" AND
                      NOT RESNOM-PASADA-RETRO
                       ADD RESNOM-IMPORTE TO PERIODO-BASE (SUB-P).

       CALCULAR-VACACIONES.
           COMPUTE ANIOS-SERVICIO =
                   (FECHA-BAJA - EMPLEADOS-FECHA-ALTA) / 10000.
           COMPUTE DERECHO-ANUAL = 22 + (ANIOS-SERVICIO / 5).
           IF EMPLEADOS-JORNADA-PORCENTAJE NUMERIC AND
              EMPLEADOS-JORNADA-PORCENTAJE > 0 AND
              EMPLEADOS-JORNADA-PORCENTAJE < 100
               COMPUTE DERECHO-ANUAL ROUNDED =
                       DERECHO-ANUAL *
                       EMPLEADOS-JORNADA-PORCENTAJE / 100.
           COMPUTE DERECHO-PROPORCIONAL ROUNDED =
                   DERECHO-ANUAL * BAJA-MES / 12.
           COMPUTE EJERCICIO-DESDE = BAJA-ANIO * 10000 + 101.
           MOVE ZERO TO DIAS-TRASPASO.
           IF SALDOS-DISPONIBLES = "S"
               MOVE ID-EMPLEADO TO SALDOVAC-EMPLEADOS-ID
               MOVE BAJA-ANIO TO SALDOVAC-EJERCICIO
               READ SALDOS-VACACIONES-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE DIAS-TRASPASO =
                               SALDOVAC-DIAS-TRASPASADOS -
                               SALDOVAC-DIAS-USADOS
               END-READ.
           MOVE ZERO TO DIAS-DISFRUTADOS.
           IF AUSENCIAS-DISPONIBLES = "S"
               PERFORM CONTAR-DISFRUTADOS.
           COMPUTE VACACIONES-PENDIENTES = DERECHO-PROPORCIONAL +
                   DIAS-TRASPASO - DIAS-DISFRUTADOS.
           IF VACACIONES-PENDIENTES < 0
               MOVE ZERO TO VACACIONES-PENDIENTES.
           COMPUTE IMPORTE-VACACIONES ROUNDED =
                   EMPLEADOS-SALARIO * VACACIONES-PENDIENTES / 30.

       CONTAR-DISFRUTADOS.
      *Dias de vacaciones con inicio en el anio de la baja y no
      *posterior a ella.
           MOVE "N" TO FIN-AUSENCIAS.
           MOVE ID-EMPLEADO TO AUSENCIA-EMPLEADOS-ID.
           MOVE ZEROES TO AUSENCIA-FECHA-DESDE.
           START AUSENCIAS-ARCHIVO KEY IS NOT LESS THAN
               AUSENCIA-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-AUSENCIAS
           END-START.
           PERFORM SUMAR-VACACION
           UNTIL FIN-AUSENCIAS = "S".

       SUMAR-VACACION.
           READ AUSENCIAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-AUSENCIAS
           END-READ.
           IF FIN-AUSENCIAS = "N" AND
              AUSENCIA-EMPLEADOS-ID NOT = ID-EMPLEADO
               MOVE "S" TO FIN-AUSENCIAS.
           IF FIN-AUSENCIAS = "N" AND AUSENCIA-VACACIONES AND
              AUSENCIA-FECHA-DESDE NOT < EJERCICIO-DESDE AND
              AUSENCIA-FECHA-DESDE NOT > FECHA-BAJA
               ADD AUSENCIA-DIAS TO DIAS-DISFRUTADOS.

       CALCULAR-PLAZO.
           MOVE FECHA-BAJA TO FECHA-ACTUAL.
           MOVE 1 TO SUB-D.
           PERFORM AVANZAR-UN-DIA
           UNTIL SUB-D > 10.
           MOVE FECHA-ACTUAL TO FECHA-LIMITE.

       AVANZAR-UN-DIA.
           PERFORM OBTENER-DIAS-DEL-MES.
           IF ACTUAL-DIA < DIAS-DEL-MES
               ADD 1 TO ACTUAL-DIA
           ELSE
               MOVE 1 TO ACTUAL-DIA
               IF ACTUAL-MES < 12
                   ADD 1 TO ACTUAL-MES
               ELSE
                   MOVE 1 TO ACTUAL-MES
                   ADD 1 TO ACTUAL-ANIO.
           ADD 1 TO SUB-D.

       OBTENER-DIAS-DEL-MES.
           MOVE 31 TO DIAS-DEL-MES.
           IF ACTUAL-MES = 4 OR ACTUAL-MES = 6 OR
              ACTUAL-MES = 9 OR ACTUAL-MES = 11
               MOVE 30 TO DIAS-DEL-MES.
           IF ACTUAL-MES = 2
               MOVE 28 TO DIAS-DEL-MES
               PERFORM COMPROBAR-BISIESTO.

       COMPROBAR-BISIESTO.
           DIVIDE ACTUAL-ANIO BY 4 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 29 TO DIAS-DEL-MES.
           DIVIDE ACTUAL-ANIO BY 100 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 28 TO DIAS-DEL-MES.
           DIVIDE ACTUAL-ANIO BY 400 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 29 TO DIAS-DEL-MES.

       IMPRIMIR-CERTIFICADO.
           MOVE SPACE TO NOMBRE-INFORME.
           STRING "CERT_EMPRESA_" DELIMITED BY SIZE
                  ID-EMPLEADO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO NOMBRE-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE NOMBRE-INFORME TO INFORME-NOMBRE.
           MOVE "CERTIFICADO-EMPRESA" TO INFORME-PROGRAMA.
           MOVE "CERTIFICADO DE EMPRESA (DESEMPLEO)"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TRABAJADOR: " DELIMITED BY SIZE
                  EMPLEADOS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-NOMBRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-APELLIDOS DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "NIF: " DELIMITED BY SIZE
                  EMPLEADOS-NIF DELIMITED BY SIZE
                  "  ALTA: " DELIMITED BY SIZE
                  EMPLEADOS-FECHA-ALTA DELIMITED BY SIZE
                  "  BAJA: " DELIMITED BY SIZE
                  FECHA-BAJA DELIMITED BY SIZE
                  "  CONTRATO: " DELIMITED BY SIZE
                  DESCRIPCION-CONTRATO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "CAUSA DE LA BAJA: " DELIMITED BY SIZE
                  MOTIVO-BAJA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOTIVO-TEXTO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "BASES DE COTIZACION POR DESEMPLEO (ULTIMOS 180 DIAS)"
               TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE 1 TO SUB-P.
           PERFORM IMPRIMIR-PERIODO
           UNTIL SUB-P > 6.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE VACACIONES-PENDIENTES TO DIAS-EDITADOS.
           MOVE IMPORTE-VACACIONES TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "VACACIONES RETRIBUIDAS Y NO DISFRUTADAS: "
                      DELIMITED BY SIZE
                  DIAS-EDITADOS DELIMITED BY SIZE
                  " DIAS  IMPORTE: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "T" TO INFORME-OPERACION.
           MOVE TOTAL-DIAS TO DIAS-EDITADOS.
           MOVE TOTAL-BASES TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL DIAS COTIZADOS: " DELIMITED BY SIZE
                  DIAS-EDITADOS DELIMITED BY SIZE
                  "  TOTAL BASES: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EMITIDO EL " DELIMITED BY SIZE
                  FECHA-DE-HOY DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  SESION-OPERADOR-ID DELIMITED BY SIZE
                  "  PLAZO HASTA " DELIMITED BY SIZE
                  FECHA-LIMITE DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY "Certificado impreso en " NOMBRE-INFORME.

       IMPRIMIR-PERIODO.
           MOVE PERIODO-DIAS (SUB-P) TO DIAS-EDITADOS.
           MOVE PERIODO-BASE (SUB-P) TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "  MES: " DELIMITED BY SIZE
                  PERIODO-ANIO-MES (SUB-P) DELIMITED BY SIZE
                  "  DIAS: " DELIMITED BY SIZE
                  DIAS-EDITADOS DELIMITED BY SIZE
                  "  BASE: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           ADD 1 TO SUB-P.

       ESCRIBIR-ENVIO.
           MOVE SPACE TO ENVCERT-REGISTRO.
           MOVE "C" TO ENVCERT-TIPO.
           MOVE EMPLEADOS-ID TO ENVCERT-EMPLEADOS-ID.
           MOVE EMPLEADOS-NIF TO ENVCERT-NIF.
           MOVE EMPLEADOS-FECHA-ALTA TO ENVCERT-FECHA-ALTA.
           MOVE FECHA-BAJA TO ENVCERT-FECHA-BAJA.
           MOVE EMPLEADOS-CONTRATO-TIPO TO ENVCERT-CONTRATO-TIPO.
           MOVE MOTIVO-BAJA TO ENVCERT-MOTIVO.
           MOVE 1 TO SUB-P.
           PERFORM PASAR-PERIODO-AL-ENVIO
           UNTIL SUB-P > 6.
           MOVE VACACIONES-PENDIENTES TO ENVCERT-VACACIONES-DIAS.
           MOVE ZERO TO IMPORTE-CENTIMOS.
           IF IMPORTE-VACACIONES > 0
               COMPUTE IMPORTE-CENTIMOS = IMPORTE-VACACIONES * 100.
           MOVE IMPORTE-CENTIMOS TO ENVCERT-VACACIONES-IMPORTE.
           MOVE FECHA-DE-HOY TO ENVCERT-FECHA-EMISION.
           WRITE ENVCERT-REGISTRO.
           IF ENVIO-CERTIFICADOS-STATUS NOT = "00"
               DISPLAY "Estado del archivo de envio inesperado: "
                       ENVIO-CERTIFICADOS-STATUS.

       PASAR-PERIODO-AL-ENVIO.
           MOVE PERIODO-ANIO-MES (SUB-P) TO ENVCERT-ANIO-MES (SUB-P).
           MOVE PERIODO-DIAS (SUB-P) TO ENVCERT-DIAS (SUB-P).
           MOVE ZERO TO IMPORTE-CENTIMOS.
           IF PERIODO-BASE (SUB-P) > 0
               COMPUTE IMPORTE-CENTIMOS = PERIODO-BASE (SUB-P) * 100.
           MOVE IMPORTE-CENTIMOS TO ENVCERT-BASE (SUB-P).
           ADD 1 TO SUB-P.

       ANOTAR-EN-REGISTRO.
      *La primera emision fija si se cumplio el plazo; las
      *reemisiones solo actualizan la fecha de la ultima y el
      *numero de emisiones.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE ID-EMPLEADO TO CERTREG-EMPLEADOS-ID.
           MOVE FECHA-BAJA TO CERTREG-FECHA-BAJA.
           READ CERTIFICADOS-EMPRESA-ARCHIVO
               INVALID KEY
                   PERFORM ALTA-EN-REGISTRO
               NOT INVALID KEY
                   MOVE FECHA-DE-HOY TO CERTREG-FECHA-ULTIMA
                   ADD 1 TO CERTREG-EMISIONES
                   REWRITE CERTREG-REGISTRO
                       INVALID KEY
                           DISPLAY "Error al actualizar el registro "
                                   "de certificados."
                   END-REWRITE
                   DISPLAY "Reemision numero " CERTREG-EMISIONES
                           "; primera emision el "
                           CERTREG-FECHA-EMISION
           END-READ.

       ALTA-EN-REGISTRO.
           MOVE SPACE TO CERTREG-REGISTRO.
           MOVE ID-EMPLEADO TO CERTREG-EMPLEADOS-ID.
           MOVE FECHA-BAJA TO CERTREG-FECHA-BAJA.
           MOVE MOTIVO-BAJA TO CERTREG-MOTIVO.
           MOVE FECHA-LIMITE TO CERTREG-FECHA-LIMITE.
           MOVE FECHA-DE-HOY TO CERTREG-FECHA-EMISION.
           MOVE HORA-ACTUAL TO CERTREG-HORA-EMISION.
           MOVE SESION-OPERADOR-ID TO CERTREG-OPERADOR-ID.
           MOVE FECHA-DE-HOY TO CERTREG-FECHA-ULTIMA.
           MOVE 1 TO CERTREG-EMISIONES.
           IF FECHA-DE-HOY > FECHA-LIMITE
               MOVE "N" TO CERTREG-EN-PLAZO
               DISPLAY "Aviso: certificado emitido fuera del plazo "
                       "legal, que vencia el " FECHA-LIMITE
           ELSE
               MOVE "S" TO CERTREG-EN-PLAZO.
           WRITE CERTREG-REGISTRO
               INVALID KEY
                   DISPLAY "Error al grabar el registro de "
                           "certificados."
           END-WRITE.

       LISTAR-REGISTRO.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "REGISTRO_CERTIFICADOS.TXT" TO INFORME-NOMBRE.
           MOVE "CERTIFICADO-EMPRESA" TO INFORME-PROGRAMA.
           MOVE "REGISTRO DE CERTIFICADOS DE EMPRESA"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "N" TO FIN-REGISTRO.
           PERFORM LISTAR-CERTIFICADO
           UNTIL FIN-REGISTRO = "S".
           MOVE "T" TO INFORME-OPERACION.
           MOVE CONT-LISTADOS TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "CERTIFICADOS REGISTRADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-FUERA-DE-PLAZO TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EMITIDOS FUERA DE PLAZO: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY "Registro listado en REGISTRO_CERTIFICADOS.TXT".

       LISTAR-CERTIFICADO.
           READ CERTIFICADOS-EMPRESA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-REGISTRO
           END-READ.
           IF FIN-REGISTRO = "N"
               ADD 1 TO CONT-LISTADOS
               IF CERTREG-FUERA-DE-PLAZO
                   ADD 1 TO CONT-FUERA-DE-PLAZO
               END-IF
               MOVE CERTREG-EMISIONES TO CONT-EDITADO
               MOVE "L" TO INFORME-OPERACION
               MOVE SPACE TO INFORME-LINEA
               STRING "ID: " DELIMITED BY SIZE
                      CERTREG-EMPLEADOS-ID DELIMITED BY SIZE
                      " BAJA: " DELIMITED BY SIZE
                      CERTREG-FECHA-BAJA DELIMITED BY SIZE
                      " LIMITE: " DELIMITED BY SIZE
                      CERTREG-FECHA-LIMITE DELIMITED BY SIZE
                      " EMITIDO: " DELIMITED BY SIZE
                      CERTREG-FECHA-EMISION DELIMITED BY SIZE
                      " POR: " DELIMITED BY SIZE
                      CERTREG-OPERADOR-ID DELIMITED BY SIZE
                      " EN PLAZO: " DELIMITED BY SIZE
                      CERTREG-EN-PLAZO DELIMITED BY SIZE
                      " EMISIONES: " DELIMITED BY SIZE
                      CONT-EDITADO DELIMITED BY SIZE
                   INTO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       REINICIAR.
           MOVE SPACE TO SI-NO.
           PERFORM PREGUNTAR-SI-NO
           UNTIL SI-NO = "S" OR SI-NO = "N".

       PREGUNTAR-SI-NO.
           DISPLAY "¿Desea emitir otro certificado?".
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO = "n"
               MOVE "N" TO SI-NO.
           IF SI-NO NOT = "S" AND SI-NO NOT = "N"
               DISPLAY "Debes introducir S/N.".

       END PROGRAM CERTIFICADO-EMPRESA.

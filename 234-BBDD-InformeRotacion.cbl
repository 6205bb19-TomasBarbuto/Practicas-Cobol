       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-ROTACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo historico de empleados purgados.
       COPY "copybooks/28-PhArchivoHistorico.cbl".
      *Archivo de bajas tramitadas.
       COPY "copybooks/28-PhBajas.cbl".
      *Archivo maestro de motivos de baja.
       COPY "copybooks/28-PhMotivosBaja.cbl".
      *Archivo de historia mensual de plantilla.
       COPY "copybooks/28-PhPlantillaHistoria.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo historico de empleados purgados.
       COPY "copybooks/28-LoArchivoHistorico.cbl".
      *Archivo de bajas tramitadas.
       COPY "copybooks/28-LoBajas.cbl".
      *Archivo maestro de motivos de baja.
       COPY "copybooks/28-LoMotivosBaja.cbl".
      *Archivo de historia mensual de plantilla.
       COPY "copybooks/28-LoPlantillaHistoria.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  FIN-HISTORICO PIC X.
       77  FIN-BAJAS PIC X.
       77  FIN-FOTOS PIC X.
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  SUB-K PIC 9(2) COMP VALUE 0.
       77  SUB-M PIC 9(2) COMP VALUE 0.
       77  POSICION-GRUPO PIC 9(3) COMP VALUE 0.
       77  CONT-GRUPOS PIC 9(3) COMP VALUE 0.
       77  AVISO-GRUPOS-LLENA PIC X VALUE "N".
       77  POSICION-TRAMO PIC 9(4) COMP VALUE 0.
       77  CONT-TRAMOS PIC 9(4) COMP VALUE 0.
       77  AVISO-TRAMOS-LLENA PIC X VALUE "N".
       77  POSICION-COHORTE PIC S9(5) COMP VALUE 0.
       77  POSICION-MES PIC S9(5) COMP VALUE 0.
       77  CONT-BAJAS-PERIODO PIC 9(5) COMP VALUE 0.
       77  CONT-TRASLADOS PIC 9(5) COMP VALUE 0.

       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-REFERENCIA PIC 9(8).
       01  MES-CIERRE PIC 9(6).
       01  MES-CIERRE-R REDEFINES MES-CIERRE.
           05 CIERRE-ANIO PIC 9(4).
           05 CIERRE-MES PIC 9(2).
       01  MES-DESDE PIC 9(6).
       01  MES-DESDE-R REDEFINES MES-DESDE.
           05 DESDE-ANIO PIC 9(4).
           05 DESDE-MES PIC 9(2).
       01  MES-TRABAJO PIC 9(6).
       01  MES-TRABAJO-R REDEFINES MES-TRABAJO.
           05 TRABAJO-ANIO PIC 9(4).
           05 TRABAJO-MES PIC 9(2).
       01  FECHA-TRABAJO PIC 9(8).
       01  FECHA-TRABAJO-R REDEFINES FECHA-TRABAJO.
           05 FTRABAJO-ANIO PIC 9(4).
           05 FTRABAJO-MES PIC 9(2).
           05 FTRABAJO-DIA PIC 9(2).
       01  TRIMESTRE-CIERRE PIC 9(1).
       01  TRIMESTRE-TRABAJO PIC 9(1).
       01  TIPO-BUSCADO PIC X(1).
       01  CODIGO-BUSCADO PIC X(4).
       01  CLASE-BAJA PIC X(1).
       01  NUEVO-ID PIC X(6).
       01  NUEVO-ALTA PIC 9(8).
       01  NUEVO-SUCURSAL PIC X(4).

      *Cifras de una fila del informe de rotacion.
       01  SUMA-ACTIVOS PIC 9(7).
       01  MESES-CON-FOTO PIC 9(2).
       01  PLANTILLA-MEDIA PIC 9(5)V9.
       01  BAJAS-FILA PIC 9(5).
       01  TASA-NUMERADOR PIC 9(5).
       01  TASA-CALCULADA PIC 9(4)V9.
       01  TASA-TEXTO PIC X(7).
       01  TASA-TOTAL-TEXTO PIC X(7).
       01  TASA-VOLUNTARIA-TEXTO PIC X(7).
       01  TASA-INVOLUNTARIA-TEXTO PIC X(7).
       01  TOTAL-PLANTILLA-MEDIA PIC 9(6)V9.
       01  TOTAL-VOLUNTARIAS PIC 9(5).
       01  TOTAL-INVOLUNTARIAS PIC 9(5).
       01  TOTAL-SIN-CLASE PIC 9(5).
       01  ETIQUETA-GRUPO PIC X(6).

       01  MEDIA-EDITADA PIC ZZZZ9.9.
       01  TASA-EDITADA PIC ZZZ9.9.
       01  BAJAS-EDITADO PIC ZZZZ9.
       01  VOLUNTARIAS-EDITADO PIC ZZZZ9.
       01  INVOLUNTARIAS-EDITADO PIC ZZZZ9.
       01  SIN-CLASE-EDITADO PIC ZZZZ9.
       01  ALTAS-EDITADO PIC ZZZZ9.
       01  CONT-EDITADO PIC ZZZZ9.

      *Plazos de permanencia de la tabla de cohortes, en meses.
       01  TABLA-PLAZOS-VALORES PIC X(8) VALUE "03061224".
       01  TABLA-PLAZOS REDEFINES TABLA-PLAZOS-VALORES.
           05 PLAZO-MESES PIC 9(2) OCCURS 4 TIMES.

      *Plantilla de cada mes del periodo y bajas del periodo por
      *departamento (tipo D) y por sucursal (tipo S). La plantilla
      *del mes se toma de la foto mensual; una foto repetida en el
      *mismo mes sustituye a la anterior.
       01  TABLA-GRUPOS.
           05 GRUPO-FILA OCCURS 150 TIMES.
               10 GRUPO-TIPO PIC X(1).
               10 GRUPO-CODIGO PIC X(4).
               10 GRUPO-MESES.
                   15 GRUPO-MES OCCURS 12 TIMES.
                       20 GRUPO-ACTIVOS-MES PIC 9(5).
                       20 GRUPO-FOTO-MES PIC X(1).
               10 GRUPO-VOLUNTARIAS PIC 9(5).
               10 GRUPO-INVOLUNTARIAS PIC 9(5).
               10 GRUPO-SIN-CLASE PIC 9(5).

      *Periodos de contratacion: uno por registro del maestro y uno
      *por registro archivado en el historico. Un recontratado tiene
      *un periodo por cada alta, y cada baja cierra solo el periodo
      *cuya alta la precede.
       01  TABLA-TRAMOS.
           05 TRAMO-FILA OCCURS 5000 TIMES.
               10 TRAMO-ID PIC X(6).
               10 TRAMO-ALTA PIC 9(8).
               10 TRAMO-SUCURSAL PIC X(4).
               10 TRAMO-FIN PIC 9(8).

      *Cohortes de alta de los ultimos veinte trimestres, la ultima
      *la del trimestre del mes de cierre. Por cada plazo se cuentan
      *las altas que ya lo han cumplido y las que siguen de alta.
       01  TABLA-COHORTES.
           05 COHORTE-FILA OCCURS 20 TIMES.
               10 COHORTE-ANIO PIC 9(4).
               10 COHORTE-TRIMESTRE PIC 9(1).
               10 COHORTE-ALTAS PIC 9(5).
               10 COHORTE-PLAZO OCCURS 4 TIMES.
                   15 COHORTE-ELEGIBLES PIC 9(5).
                   15 COHORTE-SIGUEN PIC 9(5).

      *Desglose del registro historico, mismo layout que
      *EMPLEADOS-REGISTRO; solo se nombran los campos que usa el
      *informe.
       01  HISTORICO-DESGLOSE.
           05 HISTORICO-ID PIC X(6).
           05 FILLER PIC X(118).
           05 HISTORICO-FECHA-ALTA PIC 9(8).
           05 FILLER PIC X(53).
           05 FILLER PIC X(49).
           05 FILLER PIC X(4).
           05 HISTORICO-SUCURSAL PIC X(4).
           05 FILLER PIC X(158).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo historico de empleados purgados.
       COPY "copybooks/28-EstadoArchivoHistorico.cbl".
      *Estado del archivo de bajas tramitadas.
       COPY "copybooks/28-EstadoBajas.cbl".
      *Estado del archivo maestro de motivos de baja.
       COPY "copybooks/28-EstadoMotivosBaja.cbl".
      *Estado del archivo de historia mensual de plantilla.
       COPY "copybooks/28-EstadoPlantillaHistoria.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Rotacion de los doce meses que terminan en el mes de cierre:
      *bajas del periodo entre la plantilla media de las fotos
      *mensuales, por departamento y por sucursal, separando las
      *voluntarias de las involuntarias segun la clase del motivo.
      *Los traslados entre empresas del grupo no son bajas de la
      *plantilla y no cuentan. Detras va la permanencia de las altas
      *de cada trimestre a los 3, 6, 12 y 24 meses.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           DISPLAY "Ultimo mes del periodo (AAAAMM, en blanco el "
                   "mes anterior): ".
           ACCEPT MES-CIERRE.
           PERFORM FIJAR-PERIODO.
           PERFORM PREPARAR-COHORTES.
           PERFORM CARGAR-FOTOS.
           PERFORM CARGAR-TRAMOS-MAESTRO.
           PERFORM CARGAR-TRAMOS-HISTORICO.
           PERFORM PROCESAR-BAJAS.
           MOVE 1 TO SUB-I.
           PERFORM CONTAR-TRAMO-EN-COHORTE
           UNTIL SUB-I > CONT-TRAMOS.
           PERFORM ABRIR-INFORME.
           PERFORM IMPRIMIR-ROTACION.
           PERFORM IMPRIMIR-COHORTES.
           PERFORM CERRAR-INFORME.
           DISPLAY "Rotacion del periodo " MES-DESDE " a " MES-CIERRE
                   ", bajas: " CONT-BAJAS-PERIODO.
           STOP RUN.

       FIJAR-PERIODO.
      *Sin mes valido se toma el ultimo mes cerrado respecto a la
      *fecha de negocio.
           IF MES-CIERRE NOT NUMERIC
               MOVE ZERO TO MES-CIERRE.
           IF CIERRE-MES < 1 OR CIERRE-MES > 12 OR CIERRE-ANIO = 0
               COMPUTE MES-CIERRE = FECHA-DE-HOY / 100
               IF CIERRE-MES = 1
                   MOVE 12 TO CIERRE-MES
                   SUBTRACT 1 FROM CIERRE-ANIO
               ELSE
                   SUBTRACT 1 FROM CIERRE-MES.
           IF CIERRE-MES = 12
               MOVE CIERRE-ANIO TO DESDE-ANIO
               MOVE 1 TO DESDE-MES
           ELSE
               COMPUTE DESDE-ANIO = CIERRE-ANIO - 1
               COMPUTE DESDE-MES = CIERRE-MES + 1.
      *Las fechas se comparan como numeros: el dia 31 cubre el mes
      *de cierre completo sea cual sea su ultimo dia.
           COMPUTE FECHA-REFERENCIA = MES-CIERRE * 100 + 31.
           COMPUTE TRIMESTRE-CIERRE = (CIERRE-MES - 1) / 3 + 1.

       PREPARAR-COHORTES.
      *La fila 20 es el trimestre del mes de cierre y cada fila
      *anterior el trimestre previo.
           MOVE CIERRE-ANIO TO TRABAJO-ANIO.
           MOVE TRIMESTRE-CIERRE TO TRIMESTRE-TRABAJO.
           MOVE 20 TO SUB-I.
           PERFORM PREPARAR-UNA-COHORTE
           UNTIL SUB-I = 0.

       PREPARAR-UNA-COHORTE.
           MOVE TRABAJO-ANIO TO COHORTE-ANIO (SUB-I).
           MOVE TRIMESTRE-TRABAJO TO COHORTE-TRIMESTRE (SUB-I).
           MOVE ZERO TO COHORTE-ALTAS (SUB-I).
           MOVE 1 TO SUB-K.
           PERFORM LIMPIAR-PLAZO-COHORTE
           UNTIL SUB-K > 4.
           IF TRIMESTRE-TRABAJO = 1
               MOVE 4 TO TRIMESTRE-TRABAJO
               SUBTRACT 1 FROM TRABAJO-ANIO
           ELSE
               SUBTRACT 1 FROM TRIMESTRE-TRABAJO.
           SUBTRACT 1 FROM SUB-I.

       LIMPIAR-PLAZO-COHORTE.
           MOVE ZERO TO COHORTE-ELEGIBLES (SUB-I SUB-K).
           MOVE ZERO TO COHORTE-SIGUEN (SUB-I SUB-K).
           ADD 1 TO SUB-K.

       CARGAR-FOTOS.
           OPEN INPUT PLANTILLA-HISTORIA-ARCHIVO.
           IF PLANTILLA-HISTORIA-STATUS NOT = "00"
               DISPLAY "Sin historia de plantilla: la plantilla media "
                       "queda sin datos, ejecute antes FOTO-PLANTILLA."
           ELSE
               MOVE "N" TO FIN-FOTOS
               PERFORM LEER-FOTO
               UNTIL FIN-FOTOS = "S"
               CLOSE PLANTILLA-HISTORIA-ARCHIVO.

       LEER-FOTO.
           READ PLANTILLA-HISTORIA-ARCHIVO
               AT END
                   MOVE "S" TO FIN-FOTOS
           END-READ.
           IF FIN-FOTOS = "N"
               MOVE FOTO-ANIO-MES TO MES-TRABAJO
               PERFORM CALCULAR-POSICION-MES
               IF POSICION-MES > 0 AND POSICION-MES < 13
                   PERFORM ANOTAR-FOTO.

       ANOTAR-FOTO.
           IF FOTO-DE-SUCURSAL
               MOVE "S" TO TIPO-BUSCADO
           ELSE
               MOVE "D" TO TIPO-BUSCADO.
           MOVE FOTO-DEPARTAMENTO TO CODIGO-BUSCADO.
           PERFORM LOCALIZAR-GRUPO.
           IF POSICION-GRUPO > 0
               MOVE FOTO-ACTIVOS
                   TO GRUPO-ACTIVOS-MES (POSICION-GRUPO POSICION-MES)
               MOVE "1"
                   TO GRUPO-FOTO-MES (POSICION-GRUPO POSICION-MES).

       CALCULAR-POSICION-MES.
      *Posicion 1 a 12 del mes de MES-TRABAJO dentro del periodo.
           COMPUTE POSICION-MES =
                   (TRABAJO-ANIO - DESDE-ANIO) * 12
                   + TRABAJO-MES - DESDE-MES + 1.

       LOCALIZAR-GRUPO.
           MOVE 0 TO POSICION-GRUPO.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-GRUPO
           UNTIL SUB-I > CONT-GRUPOS OR POSICION-GRUPO > 0.
           IF POSICION-GRUPO = 0
               IF CONT-GRUPOS < 150
                   ADD 1 TO CONT-GRUPOS
                   MOVE TIPO-BUSCADO TO GRUPO-TIPO (CONT-GRUPOS)
                   MOVE CODIGO-BUSCADO TO GRUPO-CODIGO (CONT-GRUPOS)
                   MOVE ZEROES TO GRUPO-MESES (CONT-GRUPOS)
                   MOVE ZERO TO GRUPO-VOLUNTARIAS (CONT-GRUPOS)
                   MOVE ZERO TO GRUPO-INVOLUNTARIAS (CONT-GRUPOS)
                   MOVE ZERO TO GRUPO-SIN-CLASE (CONT-GRUPOS)
                   MOVE CONT-GRUPOS TO POSICION-GRUPO
               ELSE
                   IF AVISO-GRUPOS-LLENA = "N"
                       DISPLAY "Aviso: mas de 150 departamentos y "
                               "sucursales, el informe no incluye "
                               "los siguientes."
                       MOVE "S" TO AVISO-GRUPOS-LLENA.

       COMPARAR-FILA-GRUPO.
           IF GRUPO-TIPO (SUB-I) = TIPO-BUSCADO AND
              GRUPO-CODIGO (SUB-I) = CODIGO-BUSCADO
               MOVE SUB-I TO POSICION-GRUPO.
           ADD 1 TO SUB-I.

       CARGAR-TRAMOS-MAESTRO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM ANOTAR-TRAMO-MAESTRO
           UNTIL LEE-TODO = "1".
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       ANOTAR-TRAMO-MAESTRO.
           IF EMPLEADOS-FECHA-ALTA NUMERIC AND
              EMPLEADOS-FECHA-ALTA > 0
               MOVE EMPLEADOS-ID TO NUEVO-ID
               MOVE EMPLEADOS-FECHA-ALTA TO NUEVO-ALTA
               MOVE EMPLEADOS-SUCURSAL TO NUEVO-SUCURSAL
               PERFORM ANADIR-TRAMO.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       CARGAR-TRAMOS-HISTORICO.
      *El historico guarda el registro de cada periodo purgado con
      *su alta original; el mismo empleado recontratado tiene en el
      *maestro otro periodo con el alta de la recontratacion. Un
      *archivado que coincide en alta con un periodo ya cargado es
      *el mismo periodo y no se duplica.
           OPEN INPUT EMPLEADOS-HISTORICO.
           IF EMPLEADOS-HISTORICO-STATUS = "00"
               MOVE "N" TO FIN-HISTORICO
               PERFORM LEER-HISTORICO
               UNTIL FIN-HISTORICO = "S"
               CLOSE EMPLEADOS-HISTORICO.

       LEER-HISTORICO.
           READ EMPLEADOS-HISTORICO
               AT END
                   MOVE "S" TO FIN-HISTORICO
               NOT AT END
                   MOVE HISTORICO-REGISTRO TO HISTORICO-DESGLOSE
                   IF HISTORICO-FECHA-ALTA NUMERIC AND
                      HISTORICO-FECHA-ALTA > 0
                       PERFORM ANOTAR-TRAMO-HISTORICO
           END-READ.

       ANOTAR-TRAMO-HISTORICO.
           MOVE 0 TO POSICION-TRAMO.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-TRAMO-ARCHIVADO
           UNTIL SUB-I > CONT-TRAMOS OR POSICION-TRAMO > 0.
           IF POSICION-TRAMO = 0
               MOVE HISTORICO-ID TO NUEVO-ID
               MOVE HISTORICO-FECHA-ALTA TO NUEVO-ALTA
               MOVE HISTORICO-SUCURSAL TO NUEVO-SUCURSAL
               PERFORM ANADIR-TRAMO.

       COMPARAR-TRAMO-ARCHIVADO.
           IF TRAMO-ID (SUB-I) = HISTORICO-ID AND
              TRAMO-ALTA (SUB-I) = HISTORICO-FECHA-ALTA
               MOVE SUB-I TO POSICION-TRAMO.
           ADD 1 TO SUB-I.

       ANADIR-TRAMO.
           IF CONT-TRAMOS < 5000
               ADD 1 TO CONT-TRAMOS
               MOVE NUEVO-ID TO TRAMO-ID (CONT-TRAMOS)
               MOVE NUEVO-ALTA TO TRAMO-ALTA (CONT-TRAMOS)
               MOVE NUEVO-SUCURSAL TO TRAMO-SUCURSAL (CONT-TRAMOS)
               MOVE ZERO TO TRAMO-FIN (CONT-TRAMOS)
           ELSE
               IF AVISO-TRAMOS-LLENA = "N"
                   DISPLAY "Aviso: mas de 5000 periodos de "
                           "contratacion, las cohortes no incluyen "
                           "los siguientes."
                   MOVE "S" TO AVISO-TRAMOS-LLENA.

       PROCESAR-BAJAS.
           OPEN INPUT BAJAS-ARCHIVO.
           IF BAJAS-ARCHIVO-STATUS NOT = "00"
               DISPLAY "Estado de archivo de bajas inesperado: "
                       BAJAS-ARCHIVO-STATUS
           ELSE
               OPEN INPUT MOTIVOS-ARCHIVO
               MOVE "N" TO FIN-BAJAS
               PERFORM LEER-BAJA
               UNTIL FIN-BAJAS = "S"
               CLOSE MOTIVOS-ARCHIVO
               CLOSE BAJAS-ARCHIVO.

       LEER-BAJA.
           READ BAJAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-BAJAS
           END-READ.
           IF FIN-BAJAS = "N"
               IF BAJA-POR-TRASLADO
                   ADD 1 TO CONT-TRASLADOS
               ELSE
                   PERFORM CERRAR-TRAMO-DE-LA-BAJA
                   COMPUTE MES-TRABAJO = BAJA-FECHA / 100
                   PERFORM CALCULAR-POSICION-MES
                   IF POSICION-MES > 0 AND POSICION-MES < 13
                       PERFORM CONTAR-BAJA-DEL-PERIODO.

       CERRAR-TRAMO-DE-LA-BAJA.
      *La baja cierra el periodo del empleado con el alta mas
      *reciente que no sea posterior a ella; el alta de una
      *recontratacion posterior abre un periodo que esta baja no
      *toca.
           MOVE 0 TO POSICION-TRAMO.
           MOVE 1 TO SUB-I.
           PERFORM ELEGIR-TRAMO-DE-LA-BAJA
           UNTIL SUB-I > CONT-TRAMOS.
           IF POSICION-TRAMO > 0
               IF TRAMO-FIN (POSICION-TRAMO) = 0 OR
                  TRAMO-FIN (POSICION-TRAMO) > BAJA-FECHA
                   MOVE BAJA-FECHA TO TRAMO-FIN (POSICION-TRAMO).

       ELEGIR-TRAMO-DE-LA-BAJA.
           IF TRAMO-ID (SUB-I) = BAJA-EMPLEADOS-ID AND
              TRAMO-ALTA (SUB-I) NOT > BAJA-FECHA
               IF POSICION-TRAMO = 0
                   MOVE SUB-I TO POSICION-TRAMO
               ELSE
                   IF TRAMO-ALTA (SUB-I) >
                      TRAMO-ALTA (POSICION-TRAMO)
                       MOVE SUB-I TO POSICION-TRAMO.
           ADD 1 TO SUB-I.

       CONTAR-BAJA-DEL-PERIODO.
           ADD 1 TO CONT-BAJAS-PERIODO.
           MOVE BAJA-MOTIVO TO MOTIVO-CODIGO.
           MOVE SPACE TO MOTIVO-CLASE.
           READ MOTIVOS-ARCHIVO
               INVALID KEY
                   MOVE SPACE TO MOTIVO-CLASE
           END-READ.
           MOVE MOTIVO-CLASE TO CLASE-BAJA.
           MOVE "D" TO TIPO-BUSCADO.
           MOVE BAJA-DEPARTAMENTO TO CODIGO-BUSCADO.
           PERFORM LOCALIZAR-GRUPO.
           PERFORM SUMAR-BAJA-AL-GRUPO.
      *La sucursal sale del periodo que cierra la baja; sin periodo
      *conocido la baja cuenta en la sucursal en blanco.
           MOVE "S" TO TIPO-BUSCADO.
           MOVE SPACE TO CODIGO-BUSCADO.
           IF POSICION-TRAMO > 0
               MOVE TRAMO-SUCURSAL (POSICION-TRAMO) TO CODIGO-BUSCADO.
           PERFORM LOCALIZAR-GRUPO.
           PERFORM SUMAR-BAJA-AL-GRUPO.

       SUMAR-BAJA-AL-GRUPO.
           IF POSICION-GRUPO > 0
               IF CLASE-BAJA = "V"
                   ADD 1 TO GRUPO-VOLUNTARIAS (POSICION-GRUPO)
               ELSE
                   IF CLASE-BAJA = "I"
                       ADD 1 TO GRUPO-INVOLUNTARIAS (POSICION-GRUPO)
                   ELSE
                       ADD 1 TO GRUPO-SIN-CLASE (POSICION-GRUPO).

       CONTAR-TRAMO-EN-COHORTE.
      *Cada periodo cuenta en la cohorte del trimestre de su alta.
      *Para cada plazo ya cumplido al cierre del periodo sigue de
      *alta si no tiene baja o si la baja llega en la fecha del
      *plazo o despues.
           MOVE TRAMO-ALTA (SUB-I) TO FECHA-TRABAJO.
           MOVE 0 TO POSICION-COHORTE.
           IF FTRABAJO-MES > 0 AND FTRABAJO-MES < 13
               COMPUTE TRIMESTRE-TRABAJO = (FTRABAJO-MES - 1) / 3 + 1
               COMPUTE POSICION-COHORTE = 20
                       - (CIERRE-ANIO * 4 + TRIMESTRE-CIERRE)
                       + (FTRABAJO-ANIO * 4 + TRIMESTRE-TRABAJO).
           IF POSICION-COHORTE > 0 AND POSICION-COHORTE < 21
               ADD 1 TO COHORTE-ALTAS (POSICION-COHORTE)
               MOVE 1 TO SUB-K
               PERFORM EVALUAR-PLAZO-COHORTE
               UNTIL SUB-K > 4.
           ADD 1 TO SUB-I.

       EVALUAR-PLAZO-COHORTE.
           MOVE TRAMO-ALTA (SUB-I) TO FECHA-TRABAJO.
           ADD PLAZO-MESES (SUB-K) TO FTRABAJO-MES.
           PERFORM AJUSTAR-MES-PLAZO
           UNTIL FTRABAJO-MES NOT > 12.
           IF FECHA-TRABAJO NOT > FECHA-REFERENCIA
               ADD 1 TO COHORTE-ELEGIBLES (POSICION-COHORTE SUB-K)
               IF TRAMO-FIN (SUB-I) = 0 OR
                  TRAMO-FIN (SUB-I) NOT < FECHA-TRABAJO
                   ADD 1 TO COHORTE-SIGUEN (POSICION-COHORTE SUB-K).
           ADD 1 TO SUB-K.

       AJUSTAR-MES-PLAZO.
           SUBTRACT 12 FROM FTRABAJO-MES.
           ADD 1 TO FTRABAJO-ANIO.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_ROTACION.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-ROTACION" TO INFORME-PROGRAMA.
           MOVE "ROTACION DE PLANTILLA Y PERMANENCIA"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "ROTACION DE LOS DOCE MESES DE " DELIMITED BY SIZE
                  MES-DESDE DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  MES-CIERRE DELIMITED BY SIZE
                  " (BAJAS / PLANTILLA MEDIA, SIN TRASLADOS)"
                      DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-ROTACION.
           MOVE ZERO TO TOTAL-PLANTILLA-MEDIA.
           MOVE ZERO TO TOTAL-VOLUNTARIAS.
           MOVE ZERO TO TOTAL-INVOLUNTARIAS.
           MOVE ZERO TO TOTAL-SIN-CLASE.
           MOVE "D" TO TIPO-BUSCADO.
           MOVE "DEPTO " TO ETIQUETA-GRUPO.
           PERFORM IMPRIMIR-CABECERA-ROTACION.
           MOVE 1 TO SUB-I.
           PERFORM IMPRIMIR-GRUPO-DEL-TIPO
           UNTIL SUB-I > CONT-GRUPOS.
           MOVE "S" TO TIPO-BUSCADO.
           MOVE "SUCUR " TO ETIQUETA-GRUPO.
           PERFORM IMPRIMIR-CABECERA-ROTACION.
           MOVE 1 TO SUB-I.
           PERFORM IMPRIMIR-GRUPO-DEL-TIPO
           UNTIL SUB-I > CONT-GRUPOS.

       IMPRIMIR-CABECERA-ROTACION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           STRING ETIQUETA-GRUPO DELIMITED BY SIZE
                  "  MEDIA BAJAS   VOL   INV   S/C"
                      DELIMITED BY SIZE
                  "  ROTACION      VOL      INV" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-GRUPO-DEL-TIPO.
           IF GRUPO-TIPO (SUB-I) = TIPO-BUSCADO
               PERFORM IMPRIMIR-GRUPO.
           ADD 1 TO SUB-I.

       IMPRIMIR-GRUPO.
      *La plantilla media es la de los meses del periodo con foto.
           MOVE ZERO TO SUMA-ACTIVOS.
           MOVE ZERO TO MESES-CON-FOTO.
           MOVE 1 TO SUB-M.
           PERFORM SUMAR-MES-GRUPO
           UNTIL SUB-M > 12.
           MOVE ZERO TO PLANTILLA-MEDIA.
           IF MESES-CON-FOTO > 0
               COMPUTE PLANTILLA-MEDIA ROUNDED =
                       SUMA-ACTIVOS / MESES-CON-FOTO.
           COMPUTE BAJAS-FILA = GRUPO-VOLUNTARIAS (SUB-I)
                   + GRUPO-INVOLUNTARIAS (SUB-I)
                   + GRUPO-SIN-CLASE (SUB-I).
           MOVE BAJAS-FILA TO TASA-NUMERADOR.
           PERFORM FORMATEAR-TASA.
           MOVE TASA-TEXTO TO TASA-TOTAL-TEXTO.
           MOVE GRUPO-VOLUNTARIAS (SUB-I) TO TASA-NUMERADOR.
           PERFORM FORMATEAR-TASA.
           MOVE TASA-TEXTO TO TASA-VOLUNTARIA-TEXTO.
           MOVE GRUPO-INVOLUNTARIAS (SUB-I) TO TASA-NUMERADOR.
           PERFORM FORMATEAR-TASA.
           MOVE TASA-TEXTO TO TASA-INVOLUNTARIA-TEXTO.
           IF TIPO-BUSCADO = "D"
               ADD PLANTILLA-MEDIA TO TOTAL-PLANTILLA-MEDIA
               ADD GRUPO-VOLUNTARIAS (SUB-I) TO TOTAL-VOLUNTARIAS
               ADD GRUPO-INVOLUNTARIAS (SUB-I) TO TOTAL-INVOLUNTARIAS
               ADD GRUPO-SIN-CLASE (SUB-I) TO TOTAL-SIN-CLASE.
           MOVE PLANTILLA-MEDIA TO MEDIA-EDITADA.
           MOVE BAJAS-FILA TO BAJAS-EDITADO.
           MOVE GRUPO-VOLUNTARIAS (SUB-I) TO VOLUNTARIAS-EDITADO.
           MOVE GRUPO-INVOLUNTARIAS (SUB-I) TO INVOLUNTARIAS-EDITADO.
           MOVE GRUPO-SIN-CLASE (SUB-I) TO SIN-CLASE-EDITADO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE GRUPO-CODIGO (SUB-I) TO INFORME-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           STRING GRUPO-CODIGO (SUB-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MEDIA-EDITADA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BAJAS-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VOLUNTARIAS-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INVOLUNTARIAS-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SIN-CLASE-EDITADO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  TASA-TOTAL-TEXTO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TASA-VOLUNTARIA-TEXTO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TASA-INVOLUNTARIA-TEXTO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       SUMAR-MES-GRUPO.
           IF GRUPO-FOTO-MES (SUB-I SUB-M) = "1"
               ADD GRUPO-ACTIVOS-MES (SUB-I SUB-M) TO SUMA-ACTIVOS
               ADD 1 TO MESES-CON-FOTO.
           ADD 1 TO SUB-M.

       FORMATEAR-TASA.
      *Bajas por cada cien de plantilla media; sin plantilla media
      *la tasa no se puede calcular.
           IF PLANTILLA-MEDIA = 0
               MOVE "    N/D" TO TASA-TEXTO
           ELSE
               COMPUTE TASA-CALCULADA ROUNDED =
                       TASA-NUMERADOR * 100 / PLANTILLA-MEDIA
               MOVE TASA-CALCULADA TO TASA-EDITADA
               MOVE SPACE TO TASA-TEXTO
               STRING TASA-EDITADA DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO TASA-TEXTO.

       IMPRIMIR-COHORTES.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           STRING "PERMANENCIA DE LAS ALTAS POR TRIMESTRE DE ALTA"
                      DELIMITED BY SIZE
                  " (CADA RECONTRATACION ES UN ALTA NUEVA)"
                      DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TRIMESTRE  ALTAS   3 MESES   6 MESES  12 MESES"
                      DELIMITED BY SIZE
                  "  24 MESES" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE 1 TO SUB-I.
           PERFORM IMPRIMIR-COHORTE
           UNTIL SUB-I > 20.

       IMPRIMIR-COHORTE.
           IF COHORTE-ALTAS (SUB-I) > 0
               MOVE COHORTE-ALTAS (SUB-I) TO ALTAS-EDITADO
               MOVE SPACE TO INFORME-LINEA
               STRING COHORTE-ANIO (SUB-I) DELIMITED BY SIZE
                      "-T" DELIMITED BY SIZE
                      COHORTE-TRIMESTRE (SUB-I) DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      ALTAS-EDITADO DELIMITED BY SIZE
                   INTO INFORME-LINEA
               MOVE 1 TO SUB-K
               PERFORM FORMATEAR-PLAZO-COHORTE
               UNTIL SUB-K > 4
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           ADD 1 TO SUB-I.

       FORMATEAR-PLAZO-COHORTE.
      *Un plazo que ninguna alta del trimestre ha cumplido todavia
      *sale como un guion.
           IF COHORTE-ELEGIBLES (SUB-I SUB-K) = 0
               MOVE "      -" TO TASA-TEXTO
           ELSE
               COMPUTE TASA-CALCULADA ROUNDED =
                       COHORTE-SIGUEN (SUB-I SUB-K) * 100
                       / COHORTE-ELEGIBLES (SUB-I SUB-K)
               MOVE TASA-CALCULADA TO TASA-EDITADA
               MOVE SPACE TO TASA-TEXTO
               STRING TASA-EDITADA DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO TASA-TEXTO.
           COMPUTE SUB-M = 20 + (SUB-K - 1) * 10.
           MOVE TASA-TEXTO TO INFORME-LINEA (SUB-M:7).
           ADD 1 TO SUB-K.

       CERRAR-INFORME.
      *El total general suma la plantilla media de los
      *departamentos; la linea de cada sucursal ya reparte las
      *mismas bajas por otro eje.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           MOVE TOTAL-PLANTILLA-MEDIA TO PLANTILLA-MEDIA.
           COMPUTE TASA-NUMERADOR = TOTAL-VOLUNTARIAS
                   + TOTAL-INVOLUNTARIAS + TOTAL-SIN-CLASE.
           PERFORM FORMATEAR-TASA.
           MOVE TASA-TEXTO TO TASA-TOTAL-TEXTO.
           MOVE TOTAL-VOLUNTARIAS TO TASA-NUMERADOR.
           PERFORM FORMATEAR-TASA.
           MOVE TASA-TEXTO TO TASA-VOLUNTARIA-TEXTO.
           MOVE TOTAL-INVOLUNTARIAS TO TASA-NUMERADOR.
           PERFORM FORMATEAR-TASA.
           MOVE TASA-TEXTO TO TASA-INVOLUNTARIA-TEXTO.
           MOVE TOTAL-PLANTILLA-MEDIA TO MEDIA-EDITADA.
           MOVE CONT-BAJAS-PERIODO TO BAJAS-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "PLANTILLA MEDIA: " DELIMITED BY SIZE
                  MEDIA-EDITADA DELIMITED BY SIZE
                  "  BAJAS: " DELIMITED BY SIZE
                  BAJAS-EDITADO DELIMITED BY SIZE
                  "  ROTACION: " DELIMITED BY SIZE
                  TASA-TOTAL-TEXTO DELIMITED BY SIZE
                  "  VOLUNTARIA: " DELIMITED BY SIZE
                  TASA-VOLUNTARIA-TEXTO DELIMITED BY SIZE
                  "  INVOLUNTARIA: " DELIMITED BY SIZE
                  TASA-INVOLUNTARIA-TEXTO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE TOTAL-SIN-CLASE TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "BAJAS CON MOTIVO SIN CLASE:       " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-TRASLADOS TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TRASLADOS EXCLUIDOS (TODO EL ARCHIVO):"
                      DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM INFORME-ROTACION.

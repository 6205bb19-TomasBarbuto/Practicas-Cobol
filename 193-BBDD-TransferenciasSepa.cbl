       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERENCIAS-SEPA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo de ordenes de pago para el banco.
       COPY "copybooks/28-PhOrdenesPago.cbl".
      *Archivo de datos del ordenante de las transferencias.
       COPY "copybooks/28-PhOrdenante.cbl".
      *Fichero XML de transferencias SEPA que se envia al banco.
       COPY "copybooks/28-PhSepa.cbl".
      *Fichero de trabajo donde se monta el XML antes de liberarlo.
       SELECT TRABAJO-XML-ARCHIVO
           ASSIGN TO "SEPA_TRABAJO.XML"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRABAJO-XML-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Archivo de ordenes de pago para el banco.
       COPY "copybooks/28-LoOrdenesPago.cbl".
      *Archivo de datos del ordenante de las transferencias.
       COPY "copybooks/28-LoOrdenante.cbl".
      *Fichero XML de transferencias SEPA que se envia al banco.
       COPY "copybooks/28-LoSepa.cbl".

       FD TRABAJO-XML-ARCHIVO.
       01 TRABAJO-XML-REGISTRO PIC X(200).

       WORKING-STORAGE SECTION.
       77  FIN-ORDENES PIC X.
       77  FIN-TRABAJO PIC X.
       77  TOTAL-ENCONTRADO PIC X.
       77  SUB-F PIC 9(2) COMP VALUE 0.
       77  SUB-G PIC 9(2) COMP VALUE 0.
       77  POSICION-FECHA PIC 9(2) COMP VALUE 0.
       77  CONT-FECHAS PIC 9(2) COMP VALUE 0.
       77  CONT-ESPACIOS PIC 9(2) COMP VALUE 0.
       01  TRABAJO-XML-STATUS PIC X(2).

      *Datos del ordenante leidos de ORDENANTE_SEPA.TXT.
       01  DATOS-EMPRESA.
           05 EMPRESA-NOMBRE PIC X(70).
           05 EMPRESA-IBAN PIC X(34).
           05 EMPRESA-BIC PIC X(11).
           05 EMPRESA-IDENTIFICACION PIC X(35).

      *Cifras de la linea de total de la remesa, de la primera
      *pasada por las ordenes y de lo que de verdad se escribe en el
      *XML. Las tres tienen que cuadrar para liberar el fichero.
       01  REMESA-ORDENES PIC 9(9).
       01  REMESA-IMPORTE PIC 9(13).
       01  DETALLE-ORDENES PIC 9(9).
       01  DETALLE-IMPORTE PIC 9(13).
       01  XML-TRANSACCIONES PIC 9(9).
       01  XML-IMPORTE PIC 9(13).
       01  SECUENCIA-TRANSACCION PIC 9(5).

      *Ordenes e importe por fecha de ejecucion: cada fila es una
      *informacion de pago (PmtInf) del XML.
       01  TABLA-FECHAS.
           05 FECHA-FILA OCCURS 20 TIMES.
               10 FILA-FECHA PIC 9(8).
               10 FILA-ORDENES PIC 9(9).
               10 FILA-IMPORTE PIC 9(13).
       01  FILA-TEMPORAL PIC X(30).

       01  FECHA-TRABAJO PIC 9(8).
       01  FECHA-TRABAJO-R REDEFINES FECHA-TRABAJO.
           05 TRABAJO-ANIO PIC 9(4).
           05 TRABAJO-MES PIC 9(2).
           05 TRABAJO-DIA PIC 9(2).
       01  FECHA-ISO PIC X(10).
       01  FECHA-CREACION PIC 9(8).
       01  HORA-CREACION PIC 9(8).
       01  HORA-CREACION-R REDEFINES HORA-CREACION.
           05 CREACION-HORA PIC 9(2).
           05 CREACION-MINUTO PIC 9(2).
           05 CREACION-SEGUNDO PIC 9(2).
           05 CREACION-CENTESIMA PIC 9(2).

       01  IMPORTE-CENTIMOS PIC 9(13).
       01  IMPORTE-EUROS PIC 9(11)V99.
       01  IMPORTE-XML-EDITADO PIC Z(10)9.99.
       01  IMPORTE-XML PIC X(14).
       01  NUMERO-TRABAJO PIC 9(9).
       01  NUMERO-XML-EDITADO PIC Z(8)9.
       01  NUMERO-XML PIC X(9).
       01  TEXTO-XML PIC X(70).
       01  BLOQUE-EDITADO PIC 9(2).
       01  PAGO-INFO-ID PIC X(35).
       01  LINEA-XML PIC X(200).

      *Campo de FILE STATUS del archivo de ordenes de pago.
       COPY "copybooks/28-EstadoOrdenesPago.cbl".
      *Estado del archivo de datos del ordenante.
       COPY "copybooks/28-EstadoOrdenante.cbl".
      *Estado del fichero XML de transferencias SEPA.
       COPY "copybooks/28-EstadoSepa.cbl".

       LINKAGE SECTION.
      *Area de peticion del modulo de transferencias SEPA.
       COPY "copybooks/28-LkSepa.cbl".

       PROCEDURE DIVISION USING SEPA-PETICION.

       EMPIEZA-PROGRAMA.
           MOVE "N" TO SEPA-RESULTADO.
           MOVE SPACE TO SEPA-MENSAJE-ID.
           MOVE SPACE TO SEPA-MOTIVO.
           MOVE ZERO TO SEPA-TRANSACCIONES SEPA-IMPORTE SEPA-BLOQUES.
           PERFORM LEER-ORDENANTE.
           IF SEPA-MOTIVO = SPACE
               PERFORM RECORRER-REMESA THRU RECORRER-REMESA-FIN.
           IF SEPA-MOTIVO = SPACE
               PERFORM ORDENAR-FECHAS
               PERFORM GENERAR-XML
               PERFORM VERIFICAR-XML.
      *Un XML que no cuadra no debe quedar a mano para enviarlo: el
      *fichero de salida se vacia y solo se conserva el de trabajo
      *para revisarlo.
           IF SEPA-LIBERADO
               PERFORM LIBERAR-XML
           ELSE
               PERFORM VACIAR-XML.

       TERMINA-PROGRAMA.
           GOBACK.

       LEER-ORDENANTE.
           MOVE SPACE TO DATOS-EMPRESA.
           OPEN INPUT ORDENANTE-ARCHIVO.
           IF ORDENANTE-ARCHIVO-STATUS NOT = "00"
               MOVE "FALTAN LOS DATOS DEL ORDENANTE EN ORDENANTE_SEPA"
                   TO SEPA-MOTIVO
           ELSE
               READ ORDENANTE-ARCHIVO INTO DATOS-EMPRESA
                   AT END
                       MOVE SPACE TO DATOS-EMPRESA
               END-READ
               CLOSE ORDENANTE-ARCHIVO
               IF EMPRESA-NOMBRE = SPACE OR EMPRESA-IBAN = SPACE
                   MOVE "DATOS DEL ORDENANTE SIN NOMBRE O SIN IBAN"
                       TO SEPA-MOTIVO.

       RECORRER-REMESA.
      *Primera pasada: cuenta e importa las ordenes por fecha de
      *ejecucion y recoge la linea de total de la remesa.
           MOVE ZERO TO REMESA-ORDENES REMESA-IMPORTE.
           MOVE ZERO TO DETALLE-ORDENES DETALLE-IMPORTE.
           MOVE 0 TO CONT-FECHAS.
           MOVE "N" TO TOTAL-ENCONTRADO.
           OPEN INPUT ORDENES-ARCHIVO.
           IF ORDENES-ARCHIVO-STATUS NOT = "00"
               MOVE "NO SE PUEDE ABRIR ORDENES_PAGO.TXT" TO SEPA-MOTIVO
               GO TO RECORRER-REMESA-FIN.
           MOVE "N" TO FIN-ORDENES.
           PERFORM ACUMULAR-ORDEN
           UNTIL FIN-ORDENES = "S".
           CLOSE ORDENES-ARCHIVO.
           IF SEPA-MOTIVO NOT = SPACE
               GO TO RECORRER-REMESA-FIN.
           IF TOTAL-ENCONTRADO = "N"
               MOVE "LA REMESA NO TIENE LINEA DE TOTAL" TO SEPA-MOTIVO
               GO TO RECORRER-REMESA-FIN.
           IF DETALLE-ORDENES = 0
               MOVE "LA REMESA NO TIENE ORDENES DE PAGO" TO SEPA-MOTIVO
               GO TO RECORRER-REMESA-FIN.
           IF DETALLE-ORDENES NOT = REMESA-ORDENES OR
              DETALLE-IMPORTE NOT = REMESA-IMPORTE
               MOVE "LAS ORDENES NO CUADRAN CON EL TOTAL DE LA REMESA"
                   TO SEPA-MOTIVO.

       RECORRER-REMESA-FIN.
           EXIT.

       ACUMULAR-ORDEN.
           READ ORDENES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-ORDENES
           END-READ.
           IF FIN-ORDENES = "N"
               IF ORDEN-PAGO-DETALLE
                   PERFORM ANOTAR-ORDEN
               ELSE
                   IF ORDEN-PAGO-TOTAL
                       MOVE "S" TO TOTAL-ENCONTRADO
                       MOVE ORDEN-REMESA-ORDENES TO REMESA-ORDENES
                       MOVE ORDEN-REMESA-IMPORTE TO REMESA-IMPORTE.

       ANOTAR-ORDEN.
           MOVE 0 TO POSICION-FECHA.
           ADD 1 TO DETALLE-ORDENES.
           ADD ORDEN-PAGO-IMPORTE TO DETALLE-IMPORTE.
           IF ORDEN-PAGO-FECHA-EJECUCION NOT NUMERIC
               MOVE "HAY ORDENES SIN FECHA DE EJECUCION" TO SEPA-MOTIVO
           ELSE
               PERFORM BUSCAR-FECHA-EN-TABLA
               IF POSICION-FECHA = 0
                   PERFORM AGREGAR-FECHA-A-TABLA.
           IF POSICION-FECHA > 0
               ADD 1 TO FILA-ORDENES (POSICION-FECHA)
               ADD ORDEN-PAGO-IMPORTE TO FILA-IMPORTE (POSICION-FECHA).

       BUSCAR-FECHA-EN-TABLA.
           MOVE 0 TO POSICION-FECHA.
           MOVE 1 TO SUB-F.
           PERFORM COMPARAR-FILA-FECHA
           UNTIL SUB-F > CONT-FECHAS OR POSICION-FECHA > 0.

       COMPARAR-FILA-FECHA.
           IF FILA-FECHA (SUB-F) = ORDEN-PAGO-FECHA-EJECUCION
               MOVE SUB-F TO POSICION-FECHA.
           ADD 1 TO SUB-F.

       AGREGAR-FECHA-A-TABLA.
           IF CONT-FECHAS < 20
               ADD 1 TO CONT-FECHAS
               MOVE CONT-FECHAS TO POSICION-FECHA
               MOVE ORDEN-PAGO-FECHA-EJECUCION
                   TO FILA-FECHA (POSICION-FECHA)
               MOVE ZERO TO FILA-ORDENES (POSICION-FECHA)
               MOVE ZERO TO FILA-IMPORTE (POSICION-FECHA)
           ELSE
               MOVE "MAS DE 20 FECHAS DE EJECUCION EN LA REMESA"
                   TO SEPA-MOTIVO.

       ORDENAR-FECHAS.
           MOVE 1 TO SUB-F.
           PERFORM ORDENAR-UNA-FECHA
           UNTIL SUB-F NOT < CONT-FECHAS.

       ORDENAR-UNA-FECHA.
           COMPUTE SUB-G = SUB-F + 1.
           PERFORM COMPARAR-E-INTERCAMBIAR
           UNTIL SUB-G > CONT-FECHAS.
           ADD 1 TO SUB-F.

       COMPARAR-E-INTERCAMBIAR.
           IF FILA-FECHA (SUB-G) < FILA-FECHA (SUB-F)
               MOVE FECHA-FILA (SUB-F) TO FILA-TEMPORAL
               MOVE FECHA-FILA (SUB-G) TO FECHA-FILA (SUB-F)
               MOVE FILA-TEMPORAL TO FECHA-FILA (SUB-G).
           ADD 1 TO SUB-G.

       GENERAR-XML.
      *Segunda pasada: la cabecera de grupo con las cifras de la
      *primera y, por cada fecha de ejecucion, un bloque de
      *informacion de pago con sus transferencias.
           ACCEPT FECHA-CREACION FROM DATE YYYYMMDD.
           ACCEPT HORA-CREACION FROM TIME.
           STRING "REMESA-" DELIMITED BY SIZE
                  FECHA-CREACION DELIMITED BY SIZE
                  HORA-CREACION (1:6) DELIMITED BY SIZE
               INTO SEPA-MENSAJE-ID.
           MOVE ZERO TO XML-TRANSACCIONES XML-IMPORTE.
           MOVE ZERO TO SECUENCIA-TRANSACCION.
           MOVE SPACE TO LINEA-XML.
           OPEN OUTPUT TRABAJO-XML-ARCHIVO.
           PERFORM ESCRIBIR-CABECERA-GRUPO.
           MOVE 1 TO SUB-F.
           PERFORM ESCRIBIR-BLOQUE-FECHA
           UNTIL SUB-F > CONT-FECHAS.
           MOVE " </CstmrCdtTrfInitn>" TO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE "</Document>" TO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           CLOSE TRABAJO-XML-ARCHIVO.
           MOVE CONT-FECHAS TO SEPA-BLOQUES.

       ESCRIBIR-CABECERA-GRUPO.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           STRING "<Document xmlns=""urn:iso:std:iso:20022:tech:"
                  DELIMITED BY SIZE
                  "xsd:pain.001.001.03"">" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE " <CstmrCdtTrfInitn>" TO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE "  <GrpHdr>" TO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           STRING "   <MsgId>" DELIMITED BY SIZE
                  SEPA-MENSAJE-ID DELIMITED BY SPACE
                  "</MsgId>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE FECHA-CREACION TO FECHA-TRABAJO.
           PERFORM FORMATEAR-FECHA-ISO.
           STRING "   <CreDtTm>" DELIMITED BY SIZE
                  FECHA-ISO DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  CREACION-HORA DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  CREACION-MINUTO DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  CREACION-SEGUNDO DELIMITED BY SIZE
                  "</CreDtTm>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE DETALLE-ORDENES TO NUMERO-TRABAJO.
           PERFORM FORMATEAR-NUMERO.
           STRING "   <NbOfTxs>" DELIMITED BY SIZE
                  NUMERO-XML DELIMITED BY SPACE
                  "</NbOfTxs>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE DETALLE-IMPORTE TO IMPORTE-CENTIMOS.
           PERFORM FORMATEAR-IMPORTE.
           STRING "   <CtrlSum>" DELIMITED BY SIZE
                  IMPORTE-XML DELIMITED BY SPACE
                  "</CtrlSum>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE "   <InitgPty>" TO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE EMPRESA-NOMBRE TO TEXTO-XML.
           PERFORM LIMPIAR-TEXTO-XML.
           STRING "    <Nm>" DELIMITED BY SIZE
                  TEXTO-XML DELIMITED BY "  "
                  "</Nm>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           IF EMPRESA-IDENTIFICACION NOT = SPACE
               STRING "    <Id><OrgId><Othr><Id>" DELIMITED BY SIZE
                      EMPRESA-IDENTIFICACION DELIMITED BY SPACE
                      "</Id></Othr></OrgId></Id>" DELIMITED BY SIZE
                   INTO LINEA-XML
               PERFORM ESCRIBIR-LINEA-XML.
           MOVE "   </InitgPty>" TO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE "  </GrpHdr>" TO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.

       ESCRIBIR-BLOQUE-FECHA.
           MOVE SUB-F TO BLOQUE-EDITADO.
           MOVE SPACE TO PAGO-INFO-ID.
           STRING SEPA-MENSAJE-ID DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  BLOQUE-EDITADO DELIMITED BY SIZE
               INTO PAGO-INFO-ID.
           MOVE "  <PmtInf>" TO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           STRING "   <PmtInfId>" DELIMITED BY SIZE
                  PAGO-INFO-ID DELIMITED BY SPACE
                  "</PmtInfId>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE "   <PmtMtd>TRF</PmtMtd>" TO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE FILA-ORDENES (SUB-F) TO NUMERO-TRABAJO.
           PERFORM FORMATEAR-NUMERO.
           STRING "   <NbOfTxs>" DELIMITED BY SIZE
                  NUMERO-XML DELIMITED BY SPACE
                  "</NbOfTxs>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE FILA-IMPORTE (SUB-F) TO IMPORTE-CENTIMOS.
           PERFORM FORMATEAR-IMPORTE.
           STRING "   <CtrlSum>" DELIMITED BY SIZE
                  IMPORTE-XML DELIMITED BY SPACE
                  "</CtrlSum>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           STRING "   <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
                  DELIMITED BY SIZE
                  "<CtgyPurp><Cd>SALA</Cd></CtgyPurp></PmtTpInf>"
                  DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE FILA-FECHA (SUB-F) TO FECHA-TRABAJO.
           PERFORM FORMATEAR-FECHA-ISO.
           STRING "   <ReqdExctnDt>" DELIMITED BY SIZE
                  FECHA-ISO DELIMITED BY SIZE
                  "</ReqdExctnDt>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE EMPRESA-NOMBRE TO TEXTO-XML.
           PERFORM LIMPIAR-TEXTO-XML.
           STRING "   <Dbtr><Nm>" DELIMITED BY SIZE
                  TEXTO-XML DELIMITED BY "  "
                  "</Nm></Dbtr>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           STRING "   <DbtrAcct><Id><IBAN>" DELIMITED BY SIZE
                  EMPRESA-IBAN DELIMITED BY SPACE
                  "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
      *Sin BIC del banco ordenante se declara como no facilitado,
      *que es lo que admiten los bancos para cuentas espanolas.
           IF EMPRESA-BIC = SPACE
               STRING "   <DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
                      DELIMITED BY SIZE
                      "</Id></Othr></FinInstnId></DbtrAgt>"
                      DELIMITED BY SIZE
                   INTO LINEA-XML
           ELSE
               STRING "   <DbtrAgt><FinInstnId><BIC>" DELIMITED BY SIZE
                      EMPRESA-BIC DELIMITED BY SPACE
                      "</BIC></FinInstnId></DbtrAgt>" DELIMITED BY SIZE
                   INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE "   <ChrgBr>SLEV</ChrgBr>" TO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           OPEN INPUT ORDENES-ARCHIVO.
           MOVE "N" TO FIN-ORDENES.
           PERFORM ESCRIBIR-ORDEN-DE-LA-FECHA
           UNTIL FIN-ORDENES = "S".
           CLOSE ORDENES-ARCHIVO.
           MOVE "  </PmtInf>" TO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           ADD 1 TO SUB-F.

       ESCRIBIR-ORDEN-DE-LA-FECHA.
           READ ORDENES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-ORDENES
           END-READ.
           IF FIN-ORDENES = "N" AND ORDEN-PAGO-DETALLE
               IF ORDEN-PAGO-FECHA-EJECUCION = FILA-FECHA (SUB-F)
                   PERFORM ESCRIBIR-TRANSACCION.

       ESCRIBIR-TRANSACCION.
           ADD 1 TO SECUENCIA-TRANSACCION.
           ADD 1 TO XML-TRANSACCIONES.
           ADD ORDEN-PAGO-IMPORTE TO XML-IMPORTE.
           MOVE "   <CdtTrfTxInf>" TO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           STRING "    <PmtId><EndToEndId>" DELIMITED BY SIZE
                  ORDEN-PAGO-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  SECUENCIA-TRANSACCION DELIMITED BY SIZE
                  "</EndToEndId></PmtId>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE ORDEN-PAGO-IMPORTE TO IMPORTE-CENTIMOS.
           PERFORM FORMATEAR-IMPORTE.
           STRING "    <Amt><InstdAmt Ccy=""EUR"">" DELIMITED BY SIZE
                  IMPORTE-XML DELIMITED BY SPACE
                  "</InstdAmt></Amt>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE ORDEN-PAGO-TITULAR TO TEXTO-XML.
           PERFORM LIMPIAR-TEXTO-XML.
           STRING "    <Cdtr><Nm>" DELIMITED BY SIZE
                  TEXTO-XML DELIMITED BY "  "
                  "</Nm></Cdtr>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           STRING "    <CdtrAcct><Id><IBAN>" DELIMITED BY SIZE
                  ORDEN-PAGO-IBAN DELIMITED BY SPACE
                  "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE ORDEN-PAGO-CONCEPTO TO TEXTO-XML.
           IF TEXTO-XML = SPACE
               MOVE "NOMINA" TO TEXTO-XML.
           PERFORM LIMPIAR-TEXTO-XML.
           STRING "    <RmtInf><Ustrd>" DELIMITED BY SIZE
                  TEXTO-XML DELIMITED BY "  "
                  "</Ustrd></RmtInf>" DELIMITED BY SIZE
               INTO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.
           MOVE "   </CdtTrfTxInf>" TO LINEA-XML.
           PERFORM ESCRIBIR-LINEA-XML.

       VERIFICAR-XML.
      *La suma de control se comprueba con los importes que de verdad
      *se han escrito en el XML, no con los de la primera pasada.
           MOVE XML-TRANSACCIONES TO SEPA-TRANSACCIONES.
           MOVE XML-IMPORTE TO SEPA-IMPORTE.
           IF XML-IMPORTE = REMESA-IMPORTE AND
              XML-TRANSACCIONES = REMESA-ORDENES
               MOVE "S" TO SEPA-RESULTADO
           ELSE
               MOVE "LA SUMA DE CONTROL DEL XML NO CUADRA CON LA REMESA"
                   TO SEPA-MOTIVO.

       LIBERAR-XML.
           OPEN INPUT TRABAJO-XML-ARCHIVO.
           OPEN OUTPUT SEPA-ARCHIVO.
           MOVE "N" TO FIN-TRABAJO.
           PERFORM COPIAR-LINEA-XML
           UNTIL FIN-TRABAJO = "S".
           CLOSE SEPA-ARCHIVO.
           CLOSE TRABAJO-XML-ARCHIVO.

       COPIAR-LINEA-XML.
           READ TRABAJO-XML-ARCHIVO
               AT END
                   MOVE "S" TO FIN-TRABAJO
           END-READ.
           IF FIN-TRABAJO = "N"
               MOVE TRABAJO-XML-REGISTRO TO SEPA-REGISTRO
               WRITE SEPA-REGISTRO.

       VACIAR-XML.
           OPEN OUTPUT SEPA-ARCHIVO.
           CLOSE SEPA-ARCHIVO.

       ESCRIBIR-LINEA-XML.
           MOVE LINEA-XML TO TRABAJO-XML-REGISTRO.
           WRITE TRABAJO-XML-REGISTRO.
           MOVE SPACE TO LINEA-XML.

       FORMATEAR-FECHA-ISO.
           MOVE SPACE TO FECHA-ISO.
           STRING TRABAJO-ANIO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  TRABAJO-MES DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  TRABAJO-DIA DELIMITED BY SIZE
               INTO FECHA-ISO.

       FORMATEAR-IMPORTE.
      *Importe en euros con punto decimal y sin ceros ni espacios
      *por la izquierda, que es como lo pide el esquema.
           COMPUTE IMPORTE-EUROS = IMPORTE-CENTIMOS / 100.
           MOVE IMPORTE-EUROS TO IMPORTE-XML-EDITADO.
           MOVE 0 TO CONT-ESPACIOS.
           INSPECT IMPORTE-XML-EDITADO
               TALLYING CONT-ESPACIOS FOR LEADING SPACES.
           MOVE SPACE TO IMPORTE-XML.
           MOVE IMPORTE-XML-EDITADO (CONT-ESPACIOS + 1:)
               TO IMPORTE-XML.

       FORMATEAR-NUMERO.
           MOVE NUMERO-TRABAJO TO NUMERO-XML-EDITADO.
           MOVE 0 TO CONT-ESPACIOS.
           INSPECT NUMERO-XML-EDITADO
               TALLYING CONT-ESPACIOS FOR LEADING SPACES.
           MOVE SPACE TO NUMERO-XML.
           MOVE NUMERO-XML-EDITADO (CONT-ESPACIOS + 1:)
               TO NUMERO-XML.

       LIMPIAR-TEXTO-XML.
      *Los caracteres reservados del XML se cambian por otros del
      *juego de caracteres SEPA.
           INSPECT TEXTO-XML REPLACING ALL "&" BY "+"
                                       ALL "<" BY "("
                                       ALL ">" BY ")"
                                       ALL """" BY "'".

       END PROGRAM TRANSFERENCIAS-SEPA.

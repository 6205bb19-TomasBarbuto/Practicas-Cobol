           FILE STATUS IS SPOOL-COPIA-STATUS.
      *Catalogo de spool de informes retenidos.
       COPY "copybooks/28-PhSpool.cbl".
      *Lineas del informe en curso marcadas con su departamento o
      *sucursal, de las que se separan al cerrar las copias de cada
      *destinatario de la lista de distribucion.
       SELECT REPARTO-TRABAJO
           ASSIGN TO "DISTRIBUCION_TRABAJO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPARTO-TRABAJO-STATUS.
      *Maestro de listas de distribucion de informes.
       COPY "copybooks/28-PhDistribucion.cbl".
      *Registro de envios de informes a sus destinatarios.
       COPY "copybooks/28-PhDistribucionLog.cbl".

       DATA DIVISION.
       FILE SECTION.
       01 SPOOL-COPIA-LINEA PIC X(120).
      *Catalogo de spool de informes retenidos.
       COPY "copybooks/28-LoSpool.cbl".
       FD REPARTO-TRABAJO.
       01 REPARTO-REGISTRO.
           05 REPARTO-AMBITO PIC X(4).
           05 REPARTO-LINEA PIC X(120).
      *Maestro de listas de distribucion de informes.
       COPY "copybooks/28-LoDistribucion.cbl".
      *Registro de envios de informes a sus destinatarios.
       COPY "copybooks/28-LoDistribucionLog.cbl".

       WORKING-STORAGE SECTION.
      *El modulo conserva su estado entre CALLs del mismo programa:
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".

      *Reparto del informe en curso: las filas de la lista de
      *distribucion del programa, con las lineas marcadas para cada
      *ambito, y los destinatarios distintos que recibiran copia.
       77  REPARTO-ACTIVO PIC X VALUE "N".
       77  FIN-REPARTO PIC X.
       77  AMBITO-RECIBIDO PIC X.
       77  AMBITO-REPETIDO PIC X.
       77  SUB-A PIC 9(2) COMP VALUE 0.
       77  POSICION-AMBITO PIC 9(2) COMP VALUE 0.
       77  SUB-D PIC 9(3) COMP VALUE 0.
       77  SUB-R PIC 9(3) COMP VALUE 0.
       77  POSICION-DESTINATARIO PIC 9(3) COMP VALUE 0.
       77  CONT-FILAS-REPARTO PIC 9(3) COMP VALUE 0.
       77  CONT-DESTINATARIOS PIC 9(3) COMP VALUE 0.
       77  CONT-LINEAS-ENVIO PIC 9(6) VALUE 0.
       77  CONT-AMBITOS-ENVIO PIC 9(2) COMP VALUE 0.
       01  REPARTO-TRABAJO-STATUS PIC X(2).
       01  TABLA-REPARTO.
           05 REPARTO-FILA OCCURS 200 TIMES.
               10 FILA-AMBITO PIC X(4).
               10 FILA-DESTINATARIO PIC X(25).
               10 FILA-LINEAS PIC 9(6) COMP.
       01  TABLA-DESTINATARIOS.
           05 DESTINATARIO-FILA OCCURS 50 TIMES.
               10 DESTINATARIO-NOMBRE PIC X(25).
               10 DESTINATARIO-LINEAS PIC 9(6) COMP.
       01  AMBITO-EN-CURSO PIC X(4).
       01  AMBITOS-ENVIADOS PIC X(50).
      *Estado del maestro de listas de distribucion.
       COPY "copybooks/28-EstadoDistribucion.cbl".
      *Estado del registro de envios de informes.
       COPY "copybooks/28-EstadoDistribucionLog.cbl".

       LINKAGE SECTION.
      *Area de peticion compartida con los llamadores.
       COPY "copybooks/28-LkInforme.cbl".
           MOVE 0 TO NUMERO-PAGINA.
           MOVE 0 TO CONT-LINEAS-TOTAL.
           PERFORM IMPRIMIR-CABECERA-DE-PAGINA.
           PERFORM CARGAR-DISTRIBUCION THRU CARGAR-DISTRIBUCION-FIN.

       CARGAR-DISTRIBUCION.
      *Filas de la lista de distribucion del programa productor. Si
      *no tiene ninguna, el informe sale entero como siempre.
           MOVE "N" TO REPARTO-ACTIVO.
           MOVE 0 TO CONT-FILAS-REPARTO.
           IF PROGRAMA-EN-CURSO = SPACE
               GO TO CARGAR-DISTRIBUCION-FIN.
           OPEN INPUT DISTRIBUCION-ARCHIVO.
           IF DISTRIBUCION-ARCHIVO-STATUS NOT = "00"
               GO TO CARGAR-DISTRIBUCION-FIN.
           MOVE PROGRAMA-EN-CURSO TO DISTRIBUCION-PROGRAMA.
           MOVE LOW-VALUES TO DISTRIBUCION-AMBITO.
           MOVE LOW-VALUES TO DISTRIBUCION-DESTINATARIO.
           MOVE "N" TO FIN-REPARTO.
           START DISTRIBUCION-ARCHIVO KEY IS NOT LESS THAN
               DISTRIBUCION-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-REPARTO
           END-START.
           PERFORM LEER-FILA-DISTRIBUCION
           UNTIL FIN-REPARTO = "S".
           CLOSE DISTRIBUCION-ARCHIVO.
           IF CONT-FILAS-REPARTO > 0
               OPEN OUTPUT REPARTO-TRABAJO
               MOVE "S" TO REPARTO-ACTIVO.

       CARGAR-DISTRIBUCION-FIN.
           EXIT.

       LEER-FILA-DISTRIBUCION.
           READ DISTRIBUCION-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-REPARTO
           END-READ.
           IF FIN-REPARTO = "N"
               IF DISTRIBUCION-PROGRAMA NOT = PROGRAMA-EN-CURSO
                   MOVE "S" TO FIN-REPARTO
               ELSE
                   IF CONT-FILAS-REPARTO < 200
                       ADD 1 TO CONT-FILAS-REPARTO
                       MOVE DISTRIBUCION-AMBITO
                           TO FILA-AMBITO (CONT-FILAS-REPARTO)
                       MOVE DISTRIBUCION-DESTINATARIO
                           TO FILA-DESTINATARIO (CONT-FILAS-REPARTO)
                       MOVE 0 TO FILA-LINEAS (CONT-FILAS-REPARTO)
                   ELSE
                       DISPLAY "ESCRITOR-INFORMES: mas de 200 filas "
                               "de distribucion para "
                               PROGRAMA-EN-CURSO
                       MOVE "S" TO FIN-REPARTO.

       ABRIR-COPIA-DE-SPOOL.
      *El numero de retencion nuevo es el ultimo del catalogo mas
               PERFORM COMPROBAR-SALTO-DE-PAGINA
               MOVE INFORME-LINEA TO INFORME-REGISTRO
               PERFORM ESCRIBIR-LINEA-FISICA
               PERFORM ANOTAR-LINEA-REPARTO
               ADD 1 TO LINEAS-EN-PAGINA.

       IMPRIMIR-LINEA-TOTALES.
               END-IF
               MOVE INFORME-LINEA TO INFORME-REGISTRO
               PERFORM ESCRIBIR-LINEA-FISICA
               PERFORM ANOTAR-LINEA-REPARTO
               ADD 1 TO LINEAS-EN-PAGINA.

       ANOTAR-LINEA-REPARTO.
      *Solo se aparta la linea si su ambito tiene destinatario; el
      *recuento por fila dice luego quien tiene algo que recibir.
           IF REPARTO-ACTIVO = "S" AND
              INFORME-DEPARTAMENTO NOT = SPACE
               MOVE "N" TO AMBITO-RECIBIDO
               MOVE 1 TO SUB-D
               PERFORM CONTAR-LINEA-EN-FILA
               UNTIL SUB-D > CONT-FILAS-REPARTO
               IF AMBITO-RECIBIDO = "S"
                   MOVE INFORME-DEPARTAMENTO TO REPARTO-AMBITO
                   MOVE INFORME-REGISTRO TO REPARTO-LINEA
                   WRITE REPARTO-REGISTRO.

       CONTAR-LINEA-EN-FILA.
           IF FILA-AMBITO (SUB-D) = INFORME-DEPARTAMENTO
               ADD 1 TO FILA-LINEAS (SUB-D)
               MOVE "S" TO AMBITO-RECIBIDO.
           ADD 1 TO SUB-D.

       SALTAR-PAGINA.
      *Salto de pagina explicito para los informes que imprimen un
      *documento por empleado, como el certificado de retenciones.
               MOVE "N" TO INFORME-ABIERTO
               DISPLAY "Informe impreso en " INFORME-NOMBRE-FISICO
               DISPLAY "Copia retenida " NUMERO-SPOOL " en "
                       SPOOL-COPIA-NOMBRE
               IF REPARTO-ACTIVO = "S"
                   CLOSE REPARTO-TRABAJO
                   PERFORM REPARTIR-INFORME
                   MOVE "N" TO REPARTO-ACTIVO.

       ANOTAR-EN-CATALOGO.
           OPEN EXTEND SPOOL-CATALOGO-ARCHIVO.
           WRITE SPOOL-REGISTRO.
           CLOSE SPOOL-CATALOGO-ARCHIVO.

       REPARTIR-INFORME.
      *Una copia retenida por destinatario con lineas que recibir,
      *numerada a continuacion de la del informe completo, anotada
      *en el catalogo de spool y en el registro de envios.
           MOVE 0 TO CONT-DESTINATARIOS.
           MOVE 1 TO SUB-D.
           PERFORM ANOTAR-DESTINATARIO
           UNTIL SUB-D > CONT-FILAS-REPARTO.
           MOVE 1 TO SUB-R.
           PERFORM GENERAR-ENVIO
           UNTIL SUB-R > CONT-DESTINATARIOS.

       ANOTAR-DESTINATARIO.
           MOVE 0 TO POSICION-DESTINATARIO.
           MOVE 1 TO SUB-R.
           PERFORM COMPARAR-DESTINATARIO
           UNTIL SUB-R > CONT-DESTINATARIOS OR
                 POSICION-DESTINATARIO > 0.
           IF POSICION-DESTINATARIO = 0 AND CONT-DESTINATARIOS < 50
               ADD 1 TO CONT-DESTINATARIOS
               MOVE CONT-DESTINATARIOS TO POSICION-DESTINATARIO
               MOVE FILA-DESTINATARIO (SUB-D)
                   TO DESTINATARIO-NOMBRE (POSICION-DESTINATARIO)
               MOVE 0 TO DESTINATARIO-LINEAS (POSICION-DESTINATARIO).
           IF POSICION-DESTINATARIO > 0
               ADD FILA-LINEAS (SUB-D)
                   TO DESTINATARIO-LINEAS (POSICION-DESTINATARIO).
           ADD 1 TO SUB-D.

       COMPARAR-DESTINATARIO.
           IF DESTINATARIO-NOMBRE (SUB-R) = FILA-DESTINATARIO (SUB-D)
               MOVE SUB-R TO POSICION-DESTINATARIO.
           ADD 1 TO SUB-R.

       GENERAR-ENVIO.
           IF DESTINATARIO-LINEAS (SUB-R) > 0
               ADD 1 TO NUMERO-SPOOL
               MOVE SPACE TO SPOOL-COPIA-NOMBRE
               STRING "SPOOL_" DELIMITED BY SIZE
                      NUMERO-SPOOL DELIMITED BY SIZE
                      ".TXT" DELIMITED BY SIZE
                   INTO SPOOL-COPIA-NOMBRE
               OPEN OUTPUT SPOOL-COPIA
               MOVE 0 TO CONT-LINEAS-ENVIO
               MOVE 0 TO CONT-AMBITOS-ENVIO
               MOVE SPACE TO AMBITOS-ENVIADOS
               MOVE LOW-VALUES TO AMBITO-EN-CURSO
               OPEN INPUT REPARTO-TRABAJO
               MOVE "N" TO FIN-REPARTO
               PERFORM COPIAR-LINEA-ENVIO
               UNTIL FIN-REPARTO = "S"
               CLOSE REPARTO-TRABAJO
               CLOSE SPOOL-COPIA
               PERFORM ANOTAR-ENVIO-EN-CATALOGO
               PERFORM ANOTAR-ENVIO-EN-REGISTRO
               DISPLAY "Copia para " DESTINATARIO-NOMBRE (SUB-R)
                       " retenida " NUMERO-SPOOL " en "
                       SPOOL-COPIA-NOMBRE.
           ADD 1 TO SUB-R.

       COPIAR-LINEA-ENVIO.
           READ REPARTO-TRABAJO
               AT END
                   MOVE "S" TO FIN-REPARTO
           END-READ.
           IF FIN-REPARTO = "N"
               MOVE "N" TO AMBITO-RECIBIDO
               MOVE 1 TO SUB-D
               PERFORM BUSCAR-AMBITO-DESTINATARIO
               UNTIL SUB-D > CONT-FILAS-REPARTO OR
                     AMBITO-RECIBIDO = "S"
               IF AMBITO-RECIBIDO = "S"
                   PERFORM ESCRIBIR-LINEA-ENVIO.

       BUSCAR-AMBITO-DESTINATARIO.
           IF FILA-AMBITO (SUB-D) = REPARTO-AMBITO AND
              FILA-DESTINATARIO (SUB-D) = DESTINATARIO-NOMBRE (SUB-R)
               MOVE "S" TO AMBITO-RECIBIDO.
           ADD 1 TO SUB-D.

       ESCRIBIR-LINEA-ENVIO.
      *Cada cambio de ambito abre pagina nueva con la cabecera del
      *informe, el ambito y el destinatario.
           IF REPARTO-AMBITO NOT = AMBITO-EN-CURSO
               MOVE REPARTO-AMBITO TO AMBITO-EN-CURSO
               PERFORM ANOTAR-AMBITO-ENVIADO
               MOVE MARCA-DE-PAGINA TO SPOOL-COPIA-LINEA
               WRITE SPOOL-COPIA-LINEA
               MOVE SPACE TO SPOOL-COPIA-LINEA
               STRING TITULO-EN-CURSO DELIMITED BY SIZE
                      "  FECHA: " DELIMITED BY SIZE
                      FECHA-DE-HOY DELIMITED BY SIZE
                      "  AMBITO: " DELIMITED BY SIZE
                      AMBITO-EN-CURSO DELIMITED BY SIZE
                      "  PARA: " DELIMITED BY SIZE
                      DESTINATARIO-NOMBRE (SUB-R) DELIMITED BY SIZE
                   INTO SPOOL-COPIA-LINEA
               WRITE SPOOL-COPIA-LINEA
               MOVE ALL "-" TO SPOOL-COPIA-LINEA
               WRITE SPOOL-COPIA-LINEA
               ADD 2 TO CONT-LINEAS-ENVIO.
           MOVE REPARTO-LINEA TO SPOOL-COPIA-LINEA.
           WRITE SPOOL-COPIA-LINEA.
           ADD 1 TO CONT-LINEAS-ENVIO.

       ANOTAR-AMBITO-ENVIADO.
      *Lista de ambitos del envio para el registro, sin repetir los
      *que vuelvan a aparecer mas adelante en el informe.
           IF CONT-AMBITOS-ENVIO < 10
               MOVE "N" TO AMBITO-REPETIDO
               MOVE 1 TO SUB-A
               PERFORM COMPARAR-AMBITO-ENVIADO
               UNTIL SUB-A > CONT-AMBITOS-ENVIO
               IF AMBITO-REPETIDO = "N"
                   COMPUTE POSICION-AMBITO = CONT-AMBITOS-ENVIO * 5 + 1
                   MOVE AMBITO-EN-CURSO
                       TO AMBITOS-ENVIADOS (POSICION-AMBITO:4)
                   ADD 1 TO CONT-AMBITOS-ENVIO.

       COMPARAR-AMBITO-ENVIADO.
           COMPUTE POSICION-AMBITO = (SUB-A - 1) * 5 + 1.
           IF AMBITOS-ENVIADOS (POSICION-AMBITO:4) = AMBITO-EN-CURSO
               MOVE "S" TO AMBITO-REPETIDO.
           ADD 1 TO SUB-A.

       ANOTAR-ENVIO-EN-CATALOGO.
           OPEN EXTEND SPOOL-CATALOGO-ARCHIVO.
           IF SPOOL-CATALOGO-STATUS = "35"
               OPEN OUTPUT SPOOL-CATALOGO-ARCHIVO.
           MOVE SPACE TO SPOOL-REGISTRO.
           MOVE NUMERO-SPOOL TO SPOOL-NUMERO.
           STRING "PARA " DELIMITED BY SIZE
                  DESTINATARIO-NOMBRE (SUB-R) DELIMITED BY SIZE
               INTO SPOOL-NOMBRE-LOGICO.
           MOVE FECHA-DE-NEGOCIO TO SPOOL-FECHA.
           MOVE PROGRAMA-EN-CURSO TO SPOOL-PROGRAMA.
           MOVE CONT-LINEAS-ENVIO TO SPOOL-LINEAS.
           WRITE SPOOL-REGISTRO.
           CLOSE SPOOL-CATALOGO-ARCHIVO.

       ANOTAR-ENVIO-EN-REGISTRO.
           OPEN EXTEND DISTRIBUCION-LOG-ARCHIVO.
           IF DISTRIBUCION-LOG-STATUS = "35"
               OPEN OUTPUT DISTRIBUCION-LOG-ARCHIVO.
           MOVE SPACE TO DISTRIBUCION-LOG-REGISTRO.
           MOVE FECHA-DE-NEGOCIO TO ENVIO-FECHA.
           MOVE PROGRAMA-EN-CURSO TO ENVIO-PROGRAMA.
           MOVE DESTINATARIO-NOMBRE (SUB-R) TO ENVIO-DESTINATARIO.
           MOVE NUMERO-SPOOL TO ENVIO-SPOOL-NUMERO.
           MOVE CONT-LINEAS-ENVIO TO ENVIO-LINEAS.
           MOVE AMBITOS-ENVIADOS TO ENVIO-AMBITOS.
           WRITE DISTRIBUCION-LOG-REGISTRO.
           CLOSE DISTRIBUCION-LOG-ARCHIVO.

       END PROGRAM ESCRITOR-INFORMES.

           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPEANT-ID
           FILE STATUS IS OPERADORES-ANTIGUO-STATUS.
      *Cola de revision con las imagenes de registro de 296 bytes,
      *anteriores al porcentaje de jornada del registro de empleados.
       SELECT REVISION-ANTIGUO-ARCHIVO
           ASSIGN TO "REVISION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REVANT-CLAVE
           FILE STATUS IS REVISION-ANTIGUO-STATUS.
      *Transacciones pendientes con la imagen de registro de 296
      *bytes, anterior al porcentaje de jornada.
       SELECT PENDIENTES-ANTIGUO-ARCHIVO
           ASSIGN TO "PENDIENTES.DAT"
           ORGANIZATION IS INDEXED
       COPY "copybooks/28-PhRevision.cbl".
      *Archivo de transacciones pendientes, trazado vigente.
       COPY "copybooks/28-PhPendientes.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-PhAuditoria.cbl".
      *Journal de imagenes antes/despues de EMPLEADOS.DAT.
       COPY "copybooks/28-PhJournal.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD REVISION-ANTIGUO-ARCHIVO.
       01 REVANT-REGISTRO.
           05 REVANT-CLAVE PIC X(22).
           05 REVANT-RESTO PIC X(640).

       FD PENDIENTES-ANTIGUO-ARCHIVO.
       01 PENANT-REGISTRO.
           05 PENANT-CLAVE PIC X(22).
           05 PENANT-RESTO PIC X(303).

       FD TRAZADOS-TRABAJO-ARCHIVO.
       01 TRABAJO-REGISTRO PIC X(870).

      *Maestro de operadores autorizados, trazado vigente.
       COPY "copybooks/28-LoOperadores.cbl".
       COPY "copybooks/28-LoRevision.cbl".
      *Archivo de transacciones pendientes, trazado vigente.
       COPY "copybooks/28-LoPendientes.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-LoAuditoria.cbl".
      *Journal de imagenes antes/despues de EMPLEADOS.DAT.
       COPY "copybooks/28-LoJournal.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  CONT-OPERADORES PIC 9(4) COMP VALUE 0.
       77  CONT-REVISION PIC 9(4) COMP VALUE 0.
       77  CONT-PENDIENTES PIC 9(4) COMP VALUE 0.
       77  CONT-AUDITORIA PIC 9(7) COMP VALUE 0.
       77  CONT-JOURNAL PIC 9(7) COMP VALUE 0.

       01  OPERADORES-ANTIGUO-STATUS PIC X(2).
       01  REVISION-ANTIGUO-STATUS PIC X(2).

      *Vista del registro antiguo recargado desde el trabajo, con
      *un trazado por archivo convertido.
       01  BUFFER-ANTIGUO PIC X(870).
       01  BUFANT-OPERADOR REDEFINES BUFFER-ANTIGUO.
           05 BUFOPE-ID PIC X(6).
           05 BUFOPE-CLAVE PIC X(10).
           05 BUFOPE-ROL PIC X(1).
           05 BUFOPE-CLAVE-FECHA PIC 9(8).
           05 BUFOPE-INTENTOS PIC 9(1).
           05 FILLER PIC X(819).
       01  BUFANT-REVISION REDEFINES BUFFER-ANTIGUO.
           05 BUFREV-CLAVE PIC X(22).
           05 BUFREV-TIPO PIC X(1).
           05 BUFREV-OPERADOR-ID PIC X(6).
           05 BUFREV-MOTIVO PIC X(40).
           05 BUFREV-VALOR-ANTES PIC X(296).
           05 BUFREV-VALOR-PROPUESTO PIC X(296).
           05 BUFREV-ESTADO PIC X(1).
           05 FILLER PIC X(208).
       01  BUFANT-PENDIENTE REDEFINES BUFFER-ANTIGUO.
           05 BUFPEN-CLAVE PIC X(22).
           05 BUFPEN-OPERADOR-ID PIC X(6).
           05 BUFPEN-VALOR-PROPUESTO PIC X(296).
           05 BUFPEN-ESTADO PIC X(1).
           05 FILLER PIC X(545).
      *Lineas de auditoria y de journal con imagenes de 296 bytes.
      *Una linea de auditoria antigua no llega a la posicion de la
      *secuencia vigente; una de journal antigua no lleva la version
      *5 en el byte de version de ninguna de sus dos imagenes.
       01  BUFANT-AUDITORIA REDEFINES BUFFER-ANTIGUO.
           05 BUFAUD-CABECERA PIC X(29).
           05 BUFAUD-VALOR-ANTES PIC X(296).
           05 BUFAUD-VALOR-DESPUES PIC X(296).
           05 BUFAUD-SECUENCIA PIC X(9).
           05 FILLER PIC X(199).
           05 BUFAUD-SECUENCIA-VIGENTE PIC X(9).
           05 FILLER PIC X(32).
       01  BUFANT-JOURNAL REDEFINES BUFFER-ANTIGUO.
           05 BUFJOU-CABECERA PIC X(53).
           05 BUFJOU-IMAGEN-ANTES PIC X(296).
           05 BUFJOU-IMAGEN-DESPUES PIC X(296).
           05 FILLER PIC X(225).
       01  BUFANT-JOURNAL-VIGENTE REDEFINES BUFFER-ANTIGUO.
           05 FILLER PIC X(348).
           05 BUFJOU-VERSION-ANTES PIC X(1).
           05 FILLER PIC X(399).
           05 BUFJOU-VERSION-DESPUES PIC X(1).
           05 FILLER PIC X(121).

      *Estado del maestro de operadores autorizados.
       COPY "copybooks/28-EstadoOperadores.cbl".
       COPY "copybooks/28-EstadoRevision.cbl".
      *Estado del archivo de transacciones pendientes.
       COPY "copybooks/28-EstadoPendientes.cbl".
      *Estado del archivo de auditoria.
       COPY "copybooks/28-EstadoAuditoria.cbl".
      *Estado del journal de imagenes de EMPLEADOS.DAT.
       COPY "copybooks/28-EstadoJournal.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Conversion unica de los archivos de control cuyo registro
      *crecio: el maestro de operadores gano el duenio de cuenta y
      *las colas de revision y pendientes, la auditoria y el
      *journal pasaron a imagenes de 400 bytes con el porcentaje de
      *jornada del registro de empleados. Cada archivo se vuelca a
      *un trabajo, se recrea con el trazado vigente y se recarga
      *campo a campo; los campos nuevos quedan en blanco. Se pasa
      *despues de ACTUALIZAR-VERSION, cuando todo registro grabado
      *ya lleva la version 5.
           PERFORM CONVERTIR-OPERADORES.
           PERFORM CONVERTIR-REVISION.
           PERFORM CONVERTIR-PENDIENTES.
           PERFORM CONVERTIR-AUDITORIA.
           PERFORM CONVERTIR-JOURNAL.
           DISPLAY " ".
           DISPLAY "CONVERSION DE TRAZADOS DE CONTROL".
           DISPLAY "Operadores convertidos:  " CONT-OPERADORES.
           DISPLAY "Revisiones convertidas:  " CONT-REVISION.
           DISPLAY "Pendientes convertidas:  " CONT-PENDIENTES.
           DISPLAY "Lineas de auditoria:     " CONT-AUDITORIA.
           DISPLAY "Lineas de journal:       " CONT-JOURNAL.
           STOP RUN.

       COMPROBAR-ESTADO-ANTIGUO.
               ADD 1 TO CONT-OPERADORES.

      *----------------------------------------------------------------
      *Cola de revision: las imagenes antes/propuesta pasan de 296 a
      *400 bytes; la jornada de la imagen queda en blanco porque el
      *registro retratado es anterior al porcentaje de jornada.
      *----------------------------------------------------------------
       CONVERTIR-REVISION.
           OPEN INPUT REVISION-ANTIGUO-ARCHIVO.
               ADD 1 TO CONT-REVISION.

      *----------------------------------------------------------------
      *Transacciones pendientes: la imagen propuesta pasa de 296 a
      *400 bytes, igual que en la cola de revision.
      *----------------------------------------------------------------
       CONVERTIR-PENDIENTES.
           OPEN INPUT PENDIENTES-ANTIGUO-ARCHIVO.
               END-WRITE
               ADD 1 TO CONT-PENDIENTES.

      *----------------------------------------------------------------
      *Auditoria y journal en curso: son secuenciales de lineas, asi
      *que conviven lineas antiguas y vigentes. Cada linea antigua se
      *reparte en el trazado vigente y las vigentes pasan tal cual.
      *Las generaciones de auditoria ya cerradas y los segmentos de
      *journal archivados conservan el trazado con que se grabaron.
      *----------------------------------------------------------------
       CONVERTIR-AUDITORIA.
           OPEN INPUT EMPLEADOS-AUDITORIA.
           IF AUDITORIA-ARCHIVO-STATUS = "35"
               DISPLAY "No existe EMPLEADOS_AUDITORIA.TXT, nada que "
                       "convertir."
           ELSE
               PERFORM VOLCAR-AUDITORIA
               PERFORM RECARGAR-AUDITORIA
               PERFORM VACIAR-TRABAJO.

       VOLCAR-AUDITORIA.
           OPEN OUTPUT TRAZADOS-TRABAJO-ARCHIVO.
           MOVE "0" TO LEE-TODO.
           PERFORM VOLCAR-UNA-AUDITORIA
           UNTIL LEE-TODO = "1".
           CLOSE TRAZADOS-TRABAJO-ARCHIVO.
           CLOSE EMPLEADOS-AUDITORIA.

       VOLCAR-UNA-AUDITORIA.
           MOVE SPACE TO BUFFER-ANTIGUO.
           READ EMPLEADOS-AUDITORIA INTO BUFFER-ANTIGUO
           AT END
           MOVE "1" TO LEE-TODO.
           IF LEE-TODO = "0"
               IF BUFAUD-SECUENCIA-VIGENTE = SPACE
                   MOVE SPACE TO AUDITORIA-REGISTRO
                   MOVE BUFAUD-CABECERA TO AUDITORIA-REGISTRO (1:29)
                   MOVE BUFAUD-VALOR-ANTES TO AUDITORIA-VALOR-ANTES
                   MOVE BUFAUD-VALOR-DESPUES
                       TO AUDITORIA-VALOR-DESPUES
                   MOVE BUFAUD-SECUENCIA TO AUDITORIA-SECUENCIA
                   MOVE AUDITORIA-REGISTRO TO TRABAJO-REGISTRO
                   ADD 1 TO CONT-AUDITORIA
               ELSE
                   MOVE BUFFER-ANTIGUO TO TRABAJO-REGISTRO
               END-IF
               WRITE TRABAJO-REGISTRO.

       RECARGAR-AUDITORIA.
           OPEN INPUT TRAZADOS-TRABAJO-ARCHIVO.
           OPEN OUTPUT EMPLEADOS-AUDITORIA.
           MOVE "0" TO LEE-TODO.
           PERFORM RECARGAR-UNA-AUDITORIA
           UNTIL LEE-TODO = "1".
           CLOSE EMPLEADOS-AUDITORIA.
           CLOSE TRAZADOS-TRABAJO-ARCHIVO.

       RECARGAR-UNA-AUDITORIA.
           READ TRAZADOS-TRABAJO-ARCHIVO
           AT END
           MOVE "1" TO LEE-TODO.
           IF LEE-TODO = "0"
               MOVE TRABAJO-REGISTRO TO AUDITORIA-REGISTRO
               WRITE AUDITORIA-REGISTRO.

       CONVERTIR-JOURNAL.
           OPEN INPUT JOURNAL-ARCHIVO.
           IF JOURNAL-ARCHIVO-STATUS = "35"
               DISPLAY "No existe JOURNAL_EMPLEADOS.TXT, nada que "
                       "convertir."
           ELSE
               PERFORM VOLCAR-JOURNAL
               PERFORM RECARGAR-JOURNAL
               PERFORM VACIAR-TRABAJO.

       VOLCAR-JOURNAL.
           OPEN OUTPUT TRAZADOS-TRABAJO-ARCHIVO.
           MOVE "0" TO LEE-TODO.
           PERFORM VOLCAR-UN-APUNTE
           UNTIL LEE-TODO = "1".
           CLOSE TRAZADOS-TRABAJO-ARCHIVO.
           CLOSE JOURNAL-ARCHIVO.

       VOLCAR-UN-APUNTE.
           MOVE SPACE TO BUFFER-ANTIGUO.
           READ JOURNAL-ARCHIVO INTO BUFFER-ANTIGUO
           AT END
           MOVE "1" TO LEE-TODO.
           IF LEE-TODO = "0"
               IF BUFJOU-VERSION-ANTES NOT = "5" AND
                  BUFJOU-VERSION-DESPUES NOT = "5"
                   MOVE SPACE TO JOURNAL-REGISTRO
                   MOVE BUFJOU-CABECERA TO JOURNAL-REGISTRO (1:53)
                   MOVE BUFJOU-IMAGEN-ANTES TO JOURNAL-IMAGEN-ANTES
                   MOVE BUFJOU-IMAGEN-DESPUES
                       TO JOURNAL-IMAGEN-DESPUES
                   MOVE JOURNAL-REGISTRO TO TRABAJO-REGISTRO
                   ADD 1 TO CONT-JOURNAL
               ELSE
                   MOVE BUFFER-ANTIGUO TO TRABAJO-REGISTRO
               END-IF
               WRITE TRABAJO-REGISTRO.

       RECARGAR-JOURNAL.
           OPEN INPUT TRAZADOS-TRABAJO-ARCHIVO.
           OPEN OUTPUT JOURNAL-ARCHIVO.
           MOVE "0" TO LEE-TODO.
           PERFORM RECARGAR-UN-APUNTE
           UNTIL LEE-TODO = "1".
           CLOSE JOURNAL-ARCHIVO.
           CLOSE TRAZADOS-TRABAJO-ARCHIVO.

       RECARGAR-UN-APUNTE.
           READ TRAZADOS-TRABAJO-ARCHIVO
           AT END
           MOVE "1" TO LEE-TODO.
           IF LEE-TODO = "0"
               MOVE TRABAJO-REGISTRO TO JOURNAL-REGISTRO
               WRITE JOURNAL-REGISTRO.

       END PROGRAM ACTUALIZAR-TRAZADOS.

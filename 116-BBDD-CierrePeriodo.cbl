       FILE-CONTROL.
      *Archivo de control de periodos de nomina.
       COPY "copybooks/28-PhPeriodos.cbl".
      *Registro de conciliaciones de nomina por periodo.
       COPY "copybooks/28-PhConciliaciones.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo de control de periodos de nomina.
       COPY "copybooks/28-LoPeriodos.cbl".
      *Registro de conciliaciones de nomina por periodo.
       COPY "copybooks/28-LoConciliaciones.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  ACCION-ELEGIDA PIC X.
       77  REGISTRO-EXISTE PIC X.
       77  CONCILIACION-FIRMADA PIC X.
       77  CONT-OPERACIONES PIC 9(4) COMP VALUE 0.

       01  PERIODO-ENTRADA-X PIC X(6).
       COPY "copybooks/28-LkSesion.cbl".
      *Estado del archivo de control de periodos.
       COPY "copybooks/28-EstadoPeriodos.cbl".
      *Estado del registro de conciliaciones.
       COPY "copybooks/28-EstadoConciliaciones.cbl".

       PROCEDURE DIVISION.

                       "AAAAMM."
           ELSE
               PERFORM PEDIR-ACCION
               PERFORM COMPROBAR-CONCILIACION
               IF CONCILIACION-FIRMADA = "S"
                   PERFORM APLICAR-ACCION.
           PERFORM REINICIAR.

       PEDIR-ACCION.
           IF ACCION-ELEGIDA NOT = "C" AND ACCION-ELEGIDA NOT = "A"
               DISPLAY "Debes introducir C o A.".

       COMPROBAR-CONCILIACION.
      *Un periodo solo se cierra con la conciliacion a tres bandas
      *de nomina, contabilidad y banco firmada por un supervisor.
      *Reabrir no la exige.
           MOVE "S" TO CONCILIACION-FIRMADA.
           IF ACCION-ELEGIDA = "C"
               MOVE "N" TO CONCILIACION-FIRMADA
               OPEN INPUT CONCILIACIONES-ARCHIVO
               IF CONCILIACIONES-STATUS = "00"
                   MOVE PERIODO-ENTRADA-9 TO CONCIL-ANIO-MES
                   READ CONCILIACIONES-ARCHIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CONCIL-FIRMADA
                               MOVE "S" TO CONCILIACION-FIRMADA
                           END-IF
                   END-READ
                   CLOSE CONCILIACIONES-ARCHIVO.
           IF CONCILIACION-FIRMADA = "N"
               DISPLAY "El periodo " PERIODO-ENTRADA-9 " no tiene "
                       "la conciliacion firmada, no se cierra."
               DISPLAY "Ejecute antes CONCILIACION-TRIPLE.".

       APLICAR-ACCION.
           MOVE SPACE TO PERIODO-REGISTRO.
           MOVE PERIODO-ENTRADA-9 TO PERIODO-ANIO-MES.

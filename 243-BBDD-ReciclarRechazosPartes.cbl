       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECICLAR-RECHAZOS-PARTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo de partes medicos rechazados.
       COPY "copybooks/28-PhRechazosPartes.cbl".
      *Archivo diario de partes medicos de la autoridad sanitaria.
       COPY "copybooks/28-PhPartesBaja.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo de partes medicos rechazados.
       COPY "copybooks/28-LoRechazosPartes.cbl".
      *Archivo diario de partes medicos de la autoridad sanitaria.
       COPY "copybooks/28-LoPartesBaja.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  SUB-I PIC 9(3) COMP VALUE 0.
       77  SUB-M PIC 9(2) COMP VALUE 0.
       77  CONT-RECHAZOS PIC 9(3) COMP VALUE 0.
       77  CONT-REENVIADOS PIC 9(3) COMP VALUE 0.
       77  CONT-CADUCADOS PIC 9(3) COMP VALUE 0.
       77  CONT-PENDIENTES PIC 9(3) COMP VALUE 0.
       77  DECISION-OPERADOR PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".

      *Rechazos cargados en memoria; el archivo se reescribe al
      *final solo con los que quedan pendientes.
       01  TABLA-RECHAZOS.
           05 RECHAZO-FILA OCCURS 200 TIMES.
               10 FILA-FECHA PIC 9(8).
               10 FILA-MOTIVO PIC X(2).
               10 FILA-CERTIFICADO PIC X(38).
               10 FILA-DESTINO PIC X.

      *Desglose del parte en pantalla para arreglarlo campo a
      *campo, mismo trazado que PARTE-REGISTRO.
       01  ARREGLO-REGISTRO.
           05 ARREGLO-NIF PIC X(9).
           05 ARREGLO-TIPO PIC X(1).
           05 ARREGLO-FECHA-BAJA PIC X(8).
           05 ARREGLO-FECHA PIC X(8).
           05 ARREGLO-NUMERO PIC X(12).

       01  CAMPO-NUEVO PIC X(12).

      *Descripcion de los motivos de rechazo del cargador.
       01  NOMBRES-MOTIVOS.
           05 FILLER PIC X(32) VALUE
               "NINIF SIN EMPLEADO".
           05 FILLER PIC X(32) VALUE
               "NDNIF REPETIDO EN EL MAESTRO".
           05 FILLER PIC X(32) VALUE
               "INEMPLEADO INACTIVO".
           05 FILLER PIC X(32) VALUE
               "TPTIPO DE PARTE DESCONOCIDO".
           05 FILLER PIC X(32) VALUE
               "FEFECHA INVALIDA O INCOHERENTE".
           05 FILLER PIC X(32) VALUE
               "SOSOLAPA CON OTRA AUSENCIA".
           05 FILLER PIC X(32) VALUE
               "DUBAJA YA CARGADA".
           05 FILLER PIC X(32) VALUE
               "SBSIN BAJA ABIERTA".
           05 FILLER PIC X(32) VALUE
               "CEBAJA YA DADA DE ALTA".
       01  TABLA-MOTIVOS REDEFINES NOMBRES-MOTIVOS.
           05 MOTIVO-FILA OCCURS 9 TIMES.
               10 MOTIVO-CODIGO PIC X(2).
               10 MOTIVO-TEXTO PIC X(30).
       01  MOTIVO-DESCRITO PIC X(30).

      *Edad del rechazo en dias de calendario comercial 30/360:
      *pasados 30 dias sin tocar se caduca con aviso.
       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-DE-HOY-R REDEFINES FECHA-DE-HOY.
           05 HOY-ANIO PIC 9(4).
           05 HOY-MES PIC 9(2).
           05 HOY-DIA PIC 9(2).
       01  RECHAZO-FECHA-R.
           05 RECHAZO-ANIO PIC 9(4).
           05 RECHAZO-MES PIC 9(2).
           05 RECHAZO-DIA PIC 9(2).
       01  SERIE-HOY PIC 9(8) COMP.
       01  SERIE-RECHAZO PIC 9(8) COMP.
       01  EDAD-RECHAZO-DIAS PIC S9(8) COMP.

      *Estado del archivo de partes medicos rechazados.
       COPY "copybooks/28-EstadoRechazosPartes.cbl".
      *Estado del archivo diario de partes medicos.
       COPY "copybooks/28-EstadoPartesBaja.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Mismo reciclado que RECICLAR-RECHAZOS para las correcciones:
      *cada parte rechazado se arregla y se reenvia al archivo de
      *partes para la siguiente pasada de CARGA-PARTES-BAJA, se
      *salta o se descarta, y los de mas de 30 dias caducan.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-RECHAZOS.
           IF CONT-RECHAZOS = 0
               DISPLAY "No hay partes medicos rechazados pendientes."
           ELSE
               MOVE 1 TO SUB-I
               PERFORM TRATAR-UN-RECHAZO
               UNTIL SUB-I > CONT-RECHAZOS
               PERFORM REESCRIBIR-RECHAZOS
               PERFORM MOSTRAR-RESUMEN.
           STOP RUN.

       CARGAR-RECHAZOS.
           OPEN INPUT RECHAZOS-PARTES-ARCHIVO.
           IF RECHAZOS-PARTES-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-RECHAZO
               PERFORM CARGAR-UN-RECHAZO
               UNTIL LEE-TODO = "1"
               CLOSE RECHAZOS-PARTES-ARCHIVO.

       LEER-RECHAZO.
           READ RECHAZOS-PARTES-ARCHIVO
           AT END
           MOVE "1" TO LEE-TODO.

       CARGAR-UN-RECHAZO.
           IF CONT-RECHAZOS < 200
               ADD 1 TO CONT-RECHAZOS
               MOVE RECHAZO-PARTE-FECHA TO FILA-FECHA (CONT-RECHAZOS)
               MOVE RECHAZO-PARTE-MOTIVO
                   TO FILA-MOTIVO (CONT-RECHAZOS)
               MOVE RECHAZO-PARTE-CERTIFICADO
                   TO FILA-CERTIFICADO (CONT-RECHAZOS)
               MOVE "P" TO FILA-DESTINO (CONT-RECHAZOS)
           ELSE
               IF AVISO-TABLA-LLENA = "N"
                   DISPLAY "Aviso: mas de 200 rechazos, el reciclado "
                           "no incluye los siguientes."
                   MOVE "S" TO AVISO-TABLA-LLENA.
           PERFORM LEER-RECHAZO.

       TRATAR-UN-RECHAZO.
           PERFORM CALCULAR-EDAD-RECHAZO.
           IF EDAD-RECHAZO-DIAS > 30
               MOVE "C" TO FILA-DESTINO (SUB-I)
               ADD 1 TO CONT-CADUCADOS
               DISPLAY "AVISO: rechazo del " FILA-FECHA (SUB-I)
                       " con mas de 30 dias sin tocar, se descarta: "
                       FILA-CERTIFICADO (SUB-I) (1:9)
           ELSE
               PERFORM PRESENTAR-RECHAZO
               PERFORM DECIDIR-RECHAZO.
           ADD 1 TO SUB-I.

       CALCULAR-EDAD-RECHAZO.
           MOVE FILA-FECHA (SUB-I) TO RECHAZO-FECHA-R.
           COMPUTE SERIE-HOY = HOY-ANIO * 360 +
                   (HOY-MES - 1) * 30 + HOY-DIA.
           COMPUTE SERIE-RECHAZO = RECHAZO-ANIO * 360 +
                   (RECHAZO-MES - 1) * 30 + RECHAZO-DIA.
           COMPUTE EDAD-RECHAZO-DIAS = SERIE-HOY - SERIE-RECHAZO.

       PRESENTAR-RECHAZO.
           MOVE FILA-CERTIFICADO (SUB-I) TO ARREGLO-REGISTRO.
           MOVE "MOTIVO DESCONOCIDO" TO MOTIVO-DESCRITO.
           PERFORM DESCRIBIR-MOTIVO
           VARYING SUB-M FROM 1 BY 1
           UNTIL SUB-M > 9.
           DISPLAY " ".
           DISPLAY "Rechazo del " FILA-FECHA (SUB-I)
                   " motivo " FILA-MOTIVO (SUB-I) " "
                   MOTIVO-DESCRITO.
           DISPLAY "  NIF: " ARREGLO-NIF
                   " Tipo (B/C/A): " ARREGLO-TIPO
                   " Parte: " ARREGLO-NUMERO.
           DISPLAY "  Inicio de la baja: " ARREGLO-FECHA-BAJA
                   " Fecha del parte: " ARREGLO-FECHA.

       DESCRIBIR-MOTIVO.
           IF MOTIVO-CODIGO (SUB-M) = FILA-MOTIVO (SUB-I)
               MOVE MOTIVO-TEXTO (SUB-M) TO MOTIVO-DESCRITO.

       DECIDIR-RECHAZO.
           DISPLAY "A arreglar y reenviar / S saltar / D descartar: ".
           ACCEPT DECISION-OPERADOR.
           IF DECISION-OPERADOR = "a"
               MOVE "A" TO DECISION-OPERADOR.
           IF DECISION-OPERADOR = "A"
               PERFORM ARREGLAR-CAMPOS
               PERFORM REENVIAR-PARTE
               MOVE "R" TO FILA-DESTINO (SUB-I)
               ADD 1 TO CONT-REENVIADOS
           ELSE
               IF DECISION-OPERADOR = "D" OR DECISION-OPERADOR = "d"
                   MOVE "C" TO FILA-DESTINO (SUB-I)
                   ADD 1 TO CONT-CADUCADOS
               ELSE
                   ADD 1 TO CONT-PENDIENTES.

       ARREGLAR-CAMPOS.
      *En blanco se conserva lo que traia el parte rechazado.
           DISPLAY "Nuevo NIF (en blanco conserva): ".
           ACCEPT CAMPO-NUEVO.
           IF CAMPO-NUEVO NOT = SPACE
               MOVE CAMPO-NUEVO TO ARREGLO-NIF.
           DISPLAY "Nuevo tipo B/C/A (en blanco conserva): ".
           ACCEPT CAMPO-NUEVO.
           IF CAMPO-NUEVO NOT = SPACE
               MOVE CAMPO-NUEVO TO ARREGLO-TIPO.
           DISPLAY "Nueva fecha de inicio de la baja (en blanco "
                   "conserva): ".
           ACCEPT CAMPO-NUEVO.
           IF CAMPO-NUEVO NOT = SPACE
               MOVE CAMPO-NUEVO TO ARREGLO-FECHA-BAJA.
           DISPLAY "Nueva fecha del parte (en blanco conserva): ".
           ACCEPT CAMPO-NUEVO.
           IF CAMPO-NUEVO NOT = SPACE
               MOVE CAMPO-NUEVO TO ARREGLO-FECHA.

       REENVIAR-PARTE.
      *El parte arreglado se anexa al archivo de partes para que la
      *proxima pasada de CARGA-PARTES-BAJA lo procese con las mismas
      *validaciones de siempre.
           OPEN EXTEND PARTES-BAJA-ARCHIVO.
           IF PARTES-BAJA-STATUS = "35"
               OPEN OUTPUT PARTES-BAJA-ARCHIVO.
           MOVE ARREGLO-REGISTRO TO PARTE-REGISTRO.
           WRITE PARTE-REGISTRO.
           CLOSE PARTES-BAJA-ARCHIVO.

       REESCRIBIR-RECHAZOS.
           OPEN OUTPUT RECHAZOS-PARTES-ARCHIVO.
           MOVE 1 TO SUB-I.
           PERFORM REESCRIBIR-UNA-FILA
           UNTIL SUB-I > CONT-RECHAZOS.
           CLOSE RECHAZOS-PARTES-ARCHIVO.

       REESCRIBIR-UNA-FILA.
           IF FILA-DESTINO (SUB-I) = "P"
               MOVE SPACE TO RECHAZO-PARTE-REGISTRO
               MOVE FILA-FECHA (SUB-I) TO RECHAZO-PARTE-FECHA
               MOVE FILA-MOTIVO (SUB-I) TO RECHAZO-PARTE-MOTIVO
               MOVE FILA-CERTIFICADO (SUB-I)
                   TO RECHAZO-PARTE-CERTIFICADO
               WRITE RECHAZO-PARTE-REGISTRO.
           ADD 1 TO SUB-I.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN DEL RECICLADO DE PARTES RECHAZADOS".
           DISPLAY "Rechazos revisados:          " CONT-RECHAZOS.
           DISPLAY "Arreglados y reenviados:     " CONT-REENVIADOS.
           DISPLAY "Caducados o descartados:     " CONT-CADUCADOS.
           DISPLAY "Dejados pendientes:          " CONT-PENDIENTES.

       END PROGRAM RECICLAR-RECHAZOS-PARTES.

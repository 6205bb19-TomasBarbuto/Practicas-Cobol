       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOS-PENDIENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo de solicitudes de ausencia pendientes.
       COPY "copybooks/28-PhSolicitudesAusencia.cbl".
      *Archivo de pagos retenidos por cambio de cuenta.
       COPY "copybooks/28-PhRetencionesPago.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo de solicitudes de ausencia pendientes.
       COPY "copybooks/28-LoSolicitudesAusencia.cbl".
      *Archivo de pagos retenidos por cambio de cuenta.
       COPY "copybooks/28-LoRetencionesPago.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-SOLICITUDES PIC X.
       77  FIN-RETENCIONES PIC X.
       77  CONT-AVISOS PIC 9(5) COMP VALUE 0.
       77  CONT-RECORDATORIOS PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-RESPONSABLE PIC 9(5) COMP VALUE 0.
       77  CONT-LEIDOS PIC 9(5) COMP VALUE 0.

       01  CONT-EDITADO PIC Z(4)9.

      *Area de peticion del modulo de avisos a los responsables.
       COPY "copybooks/28-LkNotificaciones.cbl".
      *Area de peticion del modulo de cifras de control de la cadena.
       COPY "copybooks/28-LkBalance.cbl".
      *Estado del archivo de solicitudes de ausencia.
       COPY "copybooks/28-EstadoSolicitudesAusencia.cbl".
      *Estado del archivo de pagos retenidos.
       COPY "copybooks/28-EstadoRetencionesPago.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Paso nocturno: lo que espera la accion de un responsable y no
      *sale en ningun informe (solicitudes de ausencia sin aprobar y
      *pagos retenidos sin verificar) se pasa cada noche al modulo
      *de avisos, que envia el aviso la primera vez y los
      *recordatorios mientras siga sin contestar.
           MOVE 0 TO CONT-AVISOS.
           MOVE 0 TO CONT-RECORDATORIOS.
           MOVE 0 TO CONT-SIN-RESPONSABLE.
           MOVE 0 TO CONT-LEIDOS.
           OPEN INPUT SOLICITUDES-ARCHIVO.
           IF SOLICITUDES-ARCHIVO-STATUS = "00"
               MOVE "N" TO FIN-SOLICITUDES
               PERFORM REVISAR-SOLICITUD
               UNTIL FIN-SOLICITUDES = "S"
               CLOSE SOLICITUDES-ARCHIVO.
           OPEN INPUT RETENCIONES-PAGO-ARCHIVO.
           IF RETENCIONES-PAGO-STATUS = "00"
               MOVE "N" TO FIN-RETENCIONES
               PERFORM REVISAR-RETENCION
               UNTIL FIN-RETENCIONES = "S"
               CLOSE RETENCIONES-PAGO-ARCHIVO.
           MOVE CONT-AVISOS TO CONT-EDITADO.
           DISPLAY "Avisos nuevos a responsables:   " CONT-EDITADO.
           MOVE CONT-RECORDATORIOS TO CONT-EDITADO.
           DISPLAY "Recordatorios enviados:         " CONT-EDITADO.
           MOVE CONT-SIN-RESPONSABLE TO CONT-EDITADO.
           DISPLAY "Avisos sin responsable:         " CONT-EDITADO.
           PERFORM ANOTAR-CIFRAS-DE-CONTROL.

       TERMINA-PROGRAMA.
           GOBACK.

       REVISAR-SOLICITUD.
           READ SOLICITUDES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-SOLICITUDES
               NOT AT END
                   ADD 1 TO CONT-LEIDOS
           END-READ.
           IF FIN-SOLICITUDES = "N" AND SOLICITUD-PENDIENTE
               MOVE SPACE TO NOTPET-PETICION
               MOVE "A" TO NOTPET-OPERACION
               MOVE "VACA" TO NOTPET-ASUNTO
               MOVE SOLICITUD-EMPLEADOS-ID TO NOTPET-EMPLEADOS-ID
               MOVE SOLICITUD-FECHA-DESDE TO NOTPET-REFERENCIA
               MOVE SOLICITUD-FECHA-DESDE TO NOTPET-FECHA-VENCIMIENTO
               MOVE "SOLICITUD DE AUSENCIA PENDIENTE DE APROBAR"
                   TO NOTPET-TEXTO
               PERFORM LLAMAR-MODULO-AVISOS.

       REVISAR-RETENCION.
           READ RETENCIONES-PAGO-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-RETENCIONES
               NOT AT END
                   ADD 1 TO CONT-LEIDOS
           END-READ.
           IF FIN-RETENCIONES = "N" AND RETPAGO-RETENIDA
               MOVE SPACE TO NOTPET-PETICION
               MOVE "A" TO NOTPET-OPERACION
               MOVE "RETP" TO NOTPET-ASUNTO
               MOVE RETPAGO-EMPLEADOS-ID TO NOTPET-EMPLEADOS-ID
               MOVE RETPAGO-FECHA-RETENCION
                   TO NOTPET-REFERENCIA (1:8)
               MOVE RETPAGO-TIPO TO NOTPET-REFERENCIA (9:1)
               MOVE RETPAGO-FECHA-EJECUCION
                   TO NOTPET-FECHA-VENCIMIENTO
               MOVE "PAGO RETENIDO POR CAMBIO DE CUENTA SIN VERIFICAR"
                   TO NOTPET-TEXTO
               PERFORM LLAMAR-MODULO-AVISOS.

       LLAMAR-MODULO-AVISOS.
           CALL "ENCOLAR-NOTIFICACION" USING NOTPET-PETICION.
           IF NOTPET-RESULTADO = "N"
               ADD 1 TO CONT-AVISOS
           ELSE
               IF NOTPET-RESULTADO = "R"
                   ADD 1 TO CONT-RECORDATORIOS
               ELSE
                   IF NOTPET-RESULTADO = "S"
                       ADD 1 TO CONT-SIN-RESPONSABLE.

       ANOTAR-CIFRAS-DE-CONTROL.
      *Solicitudes y retenciones leidas frente a los avisos y
      *recordatorios enviados. No hay importe que cuadrar.
           MOVE SPACE TO BALPET-PETICION.
           MOVE "AVISOS-PENDIENTES" TO BALPET-PROGRAMA.
           MOVE CONT-LEIDOS TO BALPET-LEIDOS.
           COMPUTE BALPET-ESCRITOS = CONT-AVISOS + CONT-RECORDATORIOS.
           MOVE ZERO TO BALPET-IMPORTE.
           CALL "ANOTAR-BALANCE" USING BALPET-PETICION.

       END PROGRAM AVISOS-PENDIENTES.

       77  CONT-COINCIDENTES PIC 9(4) COMP VALUE 0.

      *Saldo del solicitante: derecho anual (22 dias mas uno por
      *cada cinco anios de servicio, como el informe de ausencias,
      *en proporcion a la jornada si es parcial)
      *menos lo ya disfrutado del ejercicio, mas el traspaso
      *disponible del cierre anterior.
       01  FECHA-DE-HOY PIC 9(8).

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de avisos a los responsables.
       COPY "copybooks/28-LkNotificaciones.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de solicitudes de ausencia.
           COMPUTE ANIOS-SERVICIO =
                   (FECHA-DE-HOY - EMPLEADOS-FECHA-ALTA) / 10000.
           COMPUTE DERECHO-ANUAL = 22 + (ANIOS-SERVICIO / 5).
           IF EMPLEADOS-JORNADA-PORCENTAJE NUMERIC AND
              EMPLEADOS-JORNADA-PORCENTAJE > 0 AND
              EMPLEADOS-JORNADA-PORCENTAJE < 100
               COMPUTE DERECHO-ANUAL ROUNDED =
                       DERECHO-ANUAL *
                       EMPLEADOS-JORNADA-PORCENTAJE / 100.
           PERFORM CONTAR-DISFRUTADOS.
           PERFORM OBTENER-TRASPASO-ANOTADO.
           COMPUTE SALDO-RESTANTE = DERECHO-ANUAL + TRASPASO-ANOTADO
               INVALID KEY
                   DISPLAY "Error al actualizar la solicitud "
                           SOLICITUD-CLAVE
               NOT INVALID KEY
                   PERFORM CONTESTAR-AVISO-SOLICITUD
           END-REWRITE.

       CONTESTAR-AVISO-SOLICITUD.
      *Aprobada o rechazada, el aviso de solicitud pendiente al
      *responsable queda contestado.
           MOVE SPACE TO NOTPET-PETICION.
           MOVE "C" TO NOTPET-OPERACION.
           MOVE "VACA" TO NOTPET-ASUNTO.
           MOVE SOLICITUD-EMPLEADOS-ID TO NOTPET-EMPLEADOS-ID.
           MOVE SOLICITUD-FECHA-DESDE TO NOTPET-REFERENCIA.
           CALL "ENCOLAR-NOTIFICACION" USING NOTPET-PETICION.

       END PROGRAM APROBAR-AUSENCIAS.

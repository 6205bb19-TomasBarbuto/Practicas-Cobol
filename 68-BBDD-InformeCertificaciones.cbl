
       01  DEPARTAMENTO-EN-CURSO PIC X(4).

      *Area de peticion del modulo de excepciones.
       COPY "copybooks/28-LkExcepciones.cbl".
      *Area de peticion del modulo de avisos a los responsables.
       COPY "copybooks/28-LkNotificaciones.cbl".

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
                   MOVE CERT-CURSO TO AVISO-CURSO (CONT-AVISOS)
                   MOVE CERT-FECHA-CADUCIDAD
                       TO AVISO-CADUCIDAD (CONT-AVISOS)
                   PERFORM ANOTAR-EXCEPCION
                   PERFORM AVISAR-RESPONSABLE
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 500 certificaciones por "
                               "siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.

       ANOTAR-EXCEPCION.
      *Cada certificacion por caducar pasa a la cola de excepciones;
      *si ya ha caducado la gravedad es alta.
           MOVE SPACE TO EXCPET-PETICION.
           MOVE "INFORME-CERTIFICACIONES" TO EXCPET-PROGRAMA.
           MOVE "CERT" TO EXCPET-CODIGO.
           MOVE CERT-EMPLEADOS-ID TO EXCPET-EMPLEADOS-ID.
           MOVE CERT-CURSO TO EXCPET-REFERENCIA.
           IF CERT-FECHA-CADUCIDAD < FECHA-DE-HOY
               MOVE "A" TO EXCPET-GRAVEDAD
               MOVE "CERTIFICACION CADUCADA"
                   TO EXCPET-DESCRIPCION
           ELSE
               MOVE "M" TO EXCPET-GRAVEDAD
               MOVE "CERTIFICACION POR CADUCAR EN 60 DIAS"
                   TO EXCPET-DESCRIPCION.
           MOVE EMPLEADOS-DEPARTAMENTO TO EXCPET-DEPARTAMENTO.
           CALL "REGISTRAR-EXCEPCION" USING EXCPET-PETICION.

       AVISAR-RESPONSABLE.
      *El responsable del departamento recibe el aviso de la
      *certificacion por caducar. La referencia lleva el curso y su
      *caducidad: renovada, la siguiente caducidad es otro aviso.
           MOVE SPACE TO NOTPET-PETICION.
           MOVE "A" TO NOTPET-OPERACION.
           MOVE "CERT" TO NOTPET-ASUNTO.
           MOVE CERT-EMPLEADOS-ID TO NOTPET-EMPLEADOS-ID.
           MOVE CERT-CURSO TO NOTPET-REFERENCIA (1:6).
           MOVE CERT-FECHA-CADUCIDAD TO NOTPET-REFERENCIA (7:8).
           MOVE EMPLEADOS-DEPARTAMENTO TO NOTPET-DEPARTAMENTO.
           MOVE CERT-FECHA-CADUCIDAD TO NOTPET-FECHA-VENCIMIENTO.
           IF CERT-FECHA-CADUCIDAD < FECHA-DE-HOY
               MOVE "CERTIFICACION CADUCADA: PROGRAMAR LA RENOVACION"
                   TO NOTPET-TEXTO
           ELSE
               MOVE "CERTIFICACION POR CADUCAR: PROGRAMAR LA RENOVACION"
                   TO NOTPET-TEXTO.
           CALL "ENCOLAR-NOTIFICACION" USING NOTPET-PETICION.

       LEE-SIGUIENTE-CERTIFICACION.
           READ CERTIFICACIONES-ARCHIVO NEXT RECORD
           AT END

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCOLAR-NOTIFICACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".
      *Archivo de seguimiento de avisos.
       COPY "copybooks/28-PhNotificaciones.cbl".
      *Archivo de avisos salientes para la pasarela de correo.
       COPY "copybooks/28-PhNotificacionesSalida.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".
      *Archivo de seguimiento de avisos.
       COPY "copybooks/28-LoNotificaciones.cbl".
      *Archivo de avisos salientes para la pasarela de correo.
       COPY "copybooks/28-LoNotificacionesSalida.cbl".

       WORKING-STORAGE SECTION.
       77  PARAMETRO-LEIDO PIC X VALUE "N".
       77  FIN-AVISOS PIC X.
       77  RECORDATORIO-DEBIDO PIC X.

       01  FECHA-DE-NEGOCIO PIC 9(8).
       01  DESTINATARIO-AVISO PIC X(6).
       01  DEPARTAMENTO-AVISO PIC X(4).
       01  PRIMER-DIA-TRAS-ENVIO PIC 9(8).
      *Dias laborables sin contestar tras el ultimo envio antes de
      *mandar un recordatorio, del parametro DIAS-RECORDATORIO.
       01  DIAS-RECORDATORIO PIC 9(3) VALUE 3.

      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de dias laborables.
       COPY "copybooks/28-LkLaborables.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".
      *Estado del archivo de seguimiento de avisos.
       COPY "copybooks/28-EstadoNotificaciones.cbl".
      *Estado del archivo de avisos salientes.
       COPY "copybooks/28-EstadoNotificacionesSalida.cbl".

       LINKAGE SECTION.
      *Area de peticion compartida con los programas que avisan a
      *los responsables.
       COPY "copybooks/28-LkNotificaciones.cbl".

       PROCEDURE DIVISION USING NOTPET-PETICION.

       EMPIEZA-PROGRAMA.
      *Los programas nocturnos llaman cada noche por lo que siga
      *pendiente: el aviso sale la primera vez y, mientras no se
      *conteste, se recuerda cada DIAS-RECORDATORIO laborables. Lo
      *que deja de estar pendiente deja de llamarse y no se
      *recuerda mas.
           MOVE "X" TO NOTPET-RESULTADO.
           IF PARAMETRO-LEIDO = "N"
               PERFORM LEER-PARAMETRO-RECORDATORIO
               MOVE "S" TO PARAMETRO-LEIDO.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-NEGOCIO.
           OPEN I-O NOTIFICACIONES-ARCHIVO.
           IF NOTIFICACIONES-ARCHIVO-STATUS = "35"
               OPEN OUTPUT NOTIFICACIONES-ARCHIVO
               CLOSE NOTIFICACIONES-ARCHIVO
               OPEN I-O NOTIFICACIONES-ARCHIVO.
           IF NOTIFICACIONES-ARCHIVO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de avisos: "
                       NOTIFICACIONES-ARCHIVO-STATUS
               GO TO TERMINA-PROGRAMA.
           IF NOTPET-CONTESTAR
               PERFORM CONTESTAR-AVISOS
           ELSE
               PERFORM AVISAR-RESPONSABLE THRU AVISAR-RESPONSABLE-FIN.
           CLOSE NOTIFICACIONES-ARCHIVO.

       TERMINA-PROGRAMA.
           GOBACK.

       LEER-PARAMETRO-RECORDATORIO.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "DIAS-RECORDATORIO" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO DIAS-RECORDATORIO
               END-READ
               CLOSE PARAMETROS-ARCHIVO.
           IF DIAS-RECORDATORIO = 0
               MOVE 1 TO DIAS-RECORDATORIO.

       AVISAR-RESPONSABLE.
           MOVE NOTPET-ASUNTO TO NOTIF-ASUNTO.
           MOVE NOTPET-EMPLEADOS-ID TO NOTIF-EMPLEADOS-ID.
           MOVE NOTPET-REFERENCIA TO NOTIF-REFERENCIA.
           READ NOTIFICACIONES-ARCHIVO
               INVALID KEY
                   PERFORM ENVIAR-AVISO-NUEVO
                   GO TO AVISAR-RESPONSABLE-FIN
           END-READ.
           IF NOTIF-CONTESTADO
               MOVE "C" TO NOTPET-RESULTADO
               GO TO AVISAR-RESPONSABLE-FIN.
           MOVE "E" TO NOTPET-RESULTADO.
           PERFORM COMPROBAR-RECORDATORIO
               THRU COMPROBAR-RECORDATORIO-FIN.
           IF RECORDATORIO-DEBIDO = "S"
               PERFORM ENVIAR-RECORDATORIO.

       AVISAR-RESPONSABLE-FIN.
           EXIT.

       ENVIAR-AVISO-NUEVO.
      *Sin responsable en el departamento no se anota nada: el aviso
      *saldra la noche en que el departamento tenga responsable.
           PERFORM BUSCAR-DESTINATARIO.
           IF DESTINATARIO-AVISO = SPACE
               MOVE "S" TO NOTPET-RESULTADO
           ELSE
               MOVE SPACE TO NOTIF-REGISTRO
               MOVE NOTPET-ASUNTO TO NOTIF-ASUNTO
               MOVE NOTPET-EMPLEADOS-ID TO NOTIF-EMPLEADOS-ID
               MOVE NOTPET-REFERENCIA TO NOTIF-REFERENCIA
               MOVE DESTINATARIO-AVISO TO NOTIF-DESTINATARIO
               MOVE NOTPET-FECHA-VENCIMIENTO
                   TO NOTIF-FECHA-VENCIMIENTO
               MOVE NOTPET-TEXTO TO NOTIF-TEXTO
               MOVE FECHA-DE-NEGOCIO TO NOTIF-FECHA-PRIMER-ENVIO
               MOVE FECHA-DE-NEGOCIO TO NOTIF-FECHA-ULTIMO-ENVIO
               MOVE 0 TO NOTIF-RECORDATORIOS
               MOVE "E" TO NOTIF-ESTADO
               MOVE 0 TO NOTIF-FECHA-CONTESTACION
               WRITE NOTIF-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al anotar el aviso " NOTIF-CLAVE
                   NOT INVALID KEY
                       MOVE "A" TO NOTSAL-TIPO
                       PERFORM ESCRIBIR-SALIDA
                       MOVE "N" TO NOTPET-RESULTADO
               END-WRITE.

       COMPROBAR-RECORDATORIO.
      *Se cuentan los laborables desde el siguiente al del ultimo
      *envio hasta la fecha de negocio, ambos incluidos, como la
      *cuarentena de las cuentas en ORDENES-PAGO.
           MOVE "N" TO RECORDATORIO-DEBIDO.
           IF NOTIF-FECHA-ULTIMO-ENVIO NOT < FECHA-DE-NEGOCIO
               GO TO COMPROBAR-RECORDATORIO-FIN.
           MOVE SPACE TO LABORABLES-PETICION.
           MOVE "S" TO LABORABLES-OPERACION.
           MOVE NOTIF-FECHA-ULTIMO-ENVIO TO LABORABLES-FECHA-DESDE.
           CALL "DIAS-LABORABLES" USING LABORABLES-PETICION.
           MOVE LABORABLES-FECHA-RESULTADO TO PRIMER-DIA-TRAS-ENVIO.
           IF PRIMER-DIA-TRAS-ENVIO > FECHA-DE-NEGOCIO
               GO TO COMPROBAR-RECORDATORIO-FIN.
           MOVE SPACE TO LABORABLES-PETICION.
           MOVE "E" TO LABORABLES-OPERACION.
           MOVE PRIMER-DIA-TRAS-ENVIO TO LABORABLES-FECHA-DESDE.
           MOVE FECHA-DE-NEGOCIO TO LABORABLES-FECHA-HASTA.
           CALL "DIAS-LABORABLES" USING LABORABLES-PETICION.
           IF LABORABLES-RESULTADO-DIAS NOT < DIAS-RECORDATORIO
               MOVE "S" TO RECORDATORIO-DEBIDO.

       COMPROBAR-RECORDATORIO-FIN.
           EXIT.

       ENVIAR-RECORDATORIO.
      *El recordatorio va al responsable actual del departamento,
      *por si ha cambiado desde el primer aviso, con la fecha de
      *vencimiento y el texto de esta noche.
           PERFORM BUSCAR-DESTINATARIO.
           IF DESTINATARIO-AVISO NOT = SPACE
               MOVE DESTINATARIO-AVISO TO NOTIF-DESTINATARIO.
           MOVE NOTPET-FECHA-VENCIMIENTO TO NOTIF-FECHA-VENCIMIENTO.
           MOVE NOTPET-TEXTO TO NOTIF-TEXTO.
           MOVE FECHA-DE-NEGOCIO TO NOTIF-FECHA-ULTIMO-ENVIO.
           IF NOTIF-RECORDATORIOS < 99
               ADD 1 TO NOTIF-RECORDATORIOS.
           REWRITE NOTIF-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el aviso " NOTIF-CLAVE
               NOT INVALID KEY
                   MOVE "R" TO NOTSAL-TIPO
                   PERFORM ESCRIBIR-SALIDA
                   MOVE "R" TO NOTPET-RESULTADO
           END-REWRITE.

       BUSCAR-DESTINATARIO.
      *El destinatario es el responsable del departamento indicado
      *por el llamador o, en blanco, del departamento del empleado.
           MOVE SPACE TO DESTINATARIO-AVISO.
           MOVE NOTPET-DEPARTAMENTO TO DEPARTAMENTO-AVISO.
           IF DEPARTAMENTO-AVISO = SPACE
               PERFORM BUSCAR-DEPARTAMENTO-EMPLEADO.
           IF DEPARTAMENTO-AVISO NOT = SPACE
               OPEN INPUT DEPARTAMENTOS-ARCHIVO
               IF DEPARTAMENTOS-ARCHIVO-STATUS = "00"
                   MOVE DEPARTAMENTO-AVISO TO DEPARTAMENTOS-CODIGO
                   READ DEPARTAMENTOS-ARCHIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DEPARTAMENTOS-RESPONSABLE-ID
                               TO DESTINATARIO-AVISO
                   END-READ
                   CLOSE DEPARTAMENTOS-ARCHIVO.

       BUSCAR-DEPARTAMENTO-EMPLEADO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS = "00"
               MOVE NOTPET-EMPLEADOS-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPLEADOS-DEPARTAMENTO
                           TO DEPARTAMENTO-AVISO
               END-READ
               CLOSE EMPLEADOS-ARCHIVO.

       ESCRIBIR-SALIDA.
      *El archivo de salida se abre y cierra en cada envio, como el
      *de repesca en CARGA-DEVOLUCIONES.
           OPEN EXTEND NOTIF-SALIDA-ARCHIVO.
           IF NOTIF-SALIDA-STATUS = "35"
               OPEN OUTPUT NOTIF-SALIDA-ARCHIVO.
           MOVE FECHA-DE-NEGOCIO TO NOTSAL-FECHA.
           MOVE NOTIF-DESTINATARIO TO NOTSAL-DESTINATARIO.
           MOVE NOTIF-ASUNTO TO NOTSAL-ASUNTO.
           MOVE NOTIF-EMPLEADOS-ID TO NOTSAL-EMPLEADOS-ID.
           MOVE NOTIF-FECHA-VENCIMIENTO TO NOTSAL-FECHA-VENCIMIENTO.
           MOVE NOTIF-RECORDATORIOS TO NOTSAL-RECORDATORIO-NUM.
           MOVE NOTIF-TEXTO TO NOTSAL-TEXTO.
           WRITE NOTIF-SALIDA-REGISTRO.
           CLOSE NOTIF-SALIDA-ARCHIVO.

       CONTESTAR-AVISOS.
      *Con referencia se contesta ese aviso; sin ella, todos los
      *abiertos del asunto para el empleado.
           MOVE "E" TO NOTPET-RESULTADO.
           MOVE NOTPET-ASUNTO TO NOTIF-ASUNTO.
           MOVE NOTPET-EMPLEADOS-ID TO NOTIF-EMPLEADOS-ID.
           MOVE NOTPET-REFERENCIA TO NOTIF-REFERENCIA.
           MOVE "N" TO FIN-AVISOS.
           START NOTIFICACIONES-ARCHIVO KEY IS NOT LESS THAN
               NOTIF-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-AVISOS
           END-START.
           PERFORM CONTESTAR-UN-AVISO
           UNTIL FIN-AVISOS = "S".

       CONTESTAR-UN-AVISO.
           READ NOTIFICACIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-AVISOS
           END-READ.
           IF FIN-AVISOS = "N"
               IF NOTIF-ASUNTO NOT = NOTPET-ASUNTO OR
                  NOTIF-EMPLEADOS-ID NOT = NOTPET-EMPLEADOS-ID
                   MOVE "S" TO FIN-AVISOS
               ELSE
                   IF NOTPET-REFERENCIA NOT = SPACE AND
                      NOTIF-REFERENCIA NOT = NOTPET-REFERENCIA
                       MOVE "S" TO FIN-AVISOS.
           IF FIN-AVISOS = "N" AND NOTIF-ENVIADO
               MOVE "C" TO NOTIF-ESTADO
               MOVE FECHA-DE-NEGOCIO TO NOTIF-FECHA-CONTESTACION
               REWRITE NOTIF-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al contestar el aviso "
                               NOTIF-CLAVE
                   NOT INVALID KEY
                       MOVE "C" TO NOTPET-RESULTADO
               END-REWRITE.

       END PROGRAM ENCOLAR-NOTIFICACION.

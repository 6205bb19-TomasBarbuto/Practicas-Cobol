      *Definicion logica del archivo de seguimiento de avisos. La
      *clave es el asunto, el empleado y una referencia del caso (el
      *fin de la prueba, el fin de contrato, el curso y su
      *caducidad, el inicio de la solicitud, la retencion...), de
      *modo que un aviso que los programas nocturnos detectan cada
      *noche solo se envia una vez. Asuntos en uso:
      *  PRUE periodo de prueba por vencer sin decision
      *  CONT contrato por vencer o vencido
      *  CERT certificacion por caducar o caducada
      *  VACA solicitud de ausencia pendiente de aprobar
      *  RETP pago retenido por cambio de cuenta
      *Estado E enviado y sin contestar, C contestado: la accion del
      *responsable ya esta registrada y no se recuerda mas. Se copia
      *en la FILE SECTION de los programas de la BBDD.
       FD NOTIFICACIONES-ARCHIVO.
       01 NOTIF-REGISTRO.
           05 NOTIF-CLAVE.
               10 NOTIF-ASUNTO PIC X(4).
               10 NOTIF-EMPLEADOS-ID PIC X(6).
               10 NOTIF-REFERENCIA PIC X(14).
           05 NOTIF-DESTINATARIO PIC X(6).
           05 NOTIF-FECHA-VENCIMIENTO PIC 9(8).
           05 NOTIF-TEXTO PIC X(60).
           05 NOTIF-FECHA-PRIMER-ENVIO PIC 9(8).
           05 NOTIF-FECHA-ULTIMO-ENVIO PIC 9(8).
           05 NOTIF-RECORDATORIOS PIC 9(2).
           05 NOTIF-ESTADO PIC X(1).
               88 NOTIF-ENVIADO VALUE "E".
               88 NOTIF-CONTESTADO VALUE "C".
           05 NOTIF-FECHA-CONTESTACION PIC 9(8).
           05 FILLER PIC X(20).

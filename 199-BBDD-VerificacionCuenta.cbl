       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICACION-CUENTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de pagos retenidos por cambio de cuenta.
       COPY "copybooks/28-PhRetencionesPago.cbl".
      *Registro de cambios de cuenta bancaria.
       COPY "copybooks/28-PhCambiosCuenta.cbl".
      *Archivo de repesca de pagos devueltos.
       COPY "copybooks/28-PhRepesca.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de pagos retenidos por cambio de cuenta.
       COPY "copybooks/28-LoRetencionesPago.cbl".
      *Registro de cambios de cuenta bancaria.
       COPY "copybooks/28-LoCambiosCuenta.cbl".
      *Archivo de repesca de pagos devueltos.
       COPY "copybooks/28-LoRepesca.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de avisos a los responsables.
       COPY "copybooks/28-LkNotificaciones.cbl".
       77  SI-NO PIC X.
       77  DECISION-LLAMADA PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIN-RETENCIONES PIC X.
       77  FIN-CAMBIOS PIC X.
       77  CAMBIO-ENCONTRADO PIC X.
       77  CAMBIO-PROPIO PIC X.
       77  CONT-RETENIDAS-EMPLEADO PIC 9(3) COMP VALUE 0.
       77  CONT-LIBERADAS PIC 9(5) COMP VALUE 0.
       77  CONT-ANULADAS PIC 9(5) COMP VALUE 0.

       01  OPERADOR-VERIFICADOR PIC X(6).
       01  FECHA-DE-HOY PIC 9(8).
       01  EMPLEADO-BUSCADO PIC X(6).
      *Clave del ultimo cambio de cuenta del empleado, para volver a
      *leerlo y anotar en el el resultado de la llamada.
       01  ULTIMO-CAMBIO-CLAVE PIC X(22).
       01  IMPORTE-PANTALLA PIC 9(11)V99.
       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99.

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de pagos retenidos.
       COPY "copybooks/28-EstadoRetencionesPago.cbl".
      *Estado del registro de cambios de cuenta bancaria.
       COPY "copybooks/28-EstadoCambiosCuenta.cbl".
      *Estado del archivo de repesca de pagos devueltos.
       COPY "copybooks/28-EstadoRepesca.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Liberar un pago retenido es un trabajo de supervisor, y el
      *que llama al empleado no puede ser quien cambio la cuenta.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           IF SESION-AUTORIZADO NOT = "S"
               DISPLAY "Acceso denegado."
               STOP RUN.
           MOVE SESION-OPERADOR-ID TO OPERADOR-VERIFICADOR.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           IF RETENCIONES-PAGO-STATUS NOT = "00" OR
              CAMBIOS-CUENTA-STATUS NOT = "00"
               DISPLAY "No hay pagos retenidos por cambio de cuenta."
               STOP RUN.
           MOVE "S" TO SI-NO.
           PERFORM VERIFICAR-EMPLEADO THRU VERIFICAR-EMPLEADO-FIN
           UNTIL SI-NO = "N".
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Ordenes liberadas para la proxima remesa: "
                   CONT-LIBERADAS.
           DISPLAY "Ordenes anuladas y pasadas a la repesca: "
                   CONT-ANULADAS.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN I-O RETENCIONES-PAGO-ARCHIVO.
           OPEN I-O CAMBIOS-CUENTA-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE RETENCIONES-PAGO-ARCHIVO.
           CLOSE CAMBIOS-CUENTA-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       VERIFICAR-EMPLEADO.
           DISPLAY " ".
           DISPLAY "ID del empleado con pagos retenidos: ".
           ACCEPT EMPLEADO-BUSCADO.
           MOVE EMPLEADO-BUSCADO TO EMPLEADOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "No existe ningun empleado con ese ID."
               GO TO VERIFICAR-EMPLEADO-CONTINUAR.
           MOVE "N" TO CAMBIO-PROPIO.
           PERFORM LISTAR-RETENIDAS.
           IF CONT-RETENIDAS-EMPLEADO = 0
               DISPLAY "El empleado no tiene pagos retenidos."
               GO TO VERIFICAR-EMPLEADO-CONTINUAR.
           PERFORM MOSTRAR-ULTIMO-CAMBIO.
           IF CAMBIO-ENCONTRADO = "N"
               DISPLAY "No consta el cambio de cuenta que retuvo "
                       "los pagos."
               GO TO VERIFICAR-EMPLEADO-CONTINUAR.
           IF CAMBIO-PROPIO = "S"
               DISPLAY "La llamada de comprobacion la debe anotar un "
                       "operador distinto del que cambio la cuenta."
               GO TO VERIFICAR-EMPLEADO-CONTINUAR.
           DISPLAY "Llame al empleado al " EMPLEADOS-TELEFONO
                   " y confirme el IBAN " EMPLEADOS-BANCO-IBAN.
           DISPLAY "Cuenta confirmada por el empleado (S/N, en "
                   "blanco = sigue retenida): ".
           ACCEPT DECISION-LLAMADA.
           IF DECISION-LLAMADA = "s"
               MOVE "S" TO DECISION-LLAMADA.
           IF DECISION-LLAMADA = "n"
               MOVE "N" TO DECISION-LLAMADA.
           IF DECISION-LLAMADA = "S" OR DECISION-LLAMADA = "N"
               PERFORM ANOTAR-LLAMADA
               PERFORM RESOLVER-RETENIDAS
           ELSE
               DISPLAY "Los pagos siguen retenidos.".

       VERIFICAR-EMPLEADO-CONTINUAR.
           DISPLAY "Verificar otro empleado (S/N)? ".
           ACCEPT SI-NO.
           IF SI-NO = "n"
               MOVE "N" TO SI-NO.

       VERIFICAR-EMPLEADO-FIN.
           EXIT.

       LISTAR-RETENIDAS.
           MOVE 0 TO CONT-RETENIDAS-EMPLEADO.
           PERFORM POSICIONAR-RETENCIONES.
           PERFORM MOSTRAR-UNA-RETENIDA
           UNTIL FIN-RETENCIONES = "S".

       POSICIONAR-RETENCIONES.
           MOVE EMPLEADOS-ID TO RETPAGO-EMPLEADOS-ID.
           MOVE ZEROES TO RETPAGO-FECHA-RETENCION.
           MOVE SPACE TO RETPAGO-TIPO.
           MOVE "N" TO FIN-RETENCIONES.
           START RETENCIONES-PAGO-ARCHIVO KEY IS NOT LESS THAN
               RETPAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-RETENCIONES
           END-START.

       LEER-RETENCION-EMPLEADO.
           READ RETENCIONES-PAGO-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-RETENCIONES
           END-READ.
           IF FIN-RETENCIONES = "N" AND
              RETPAGO-EMPLEADOS-ID NOT = EMPLEADOS-ID
               MOVE "S" TO FIN-RETENCIONES.

       MOSTRAR-UNA-RETENIDA.
           PERFORM LEER-RETENCION-EMPLEADO.
           IF FIN-RETENCIONES = "N" AND RETPAGO-RETENIDA
               ADD 1 TO CONT-RETENIDAS-EMPLEADO
               IF RETPAGO-CAMBIO-OPERADOR-ID = OPERADOR-VERIFICADOR
                   MOVE "S" TO CAMBIO-PROPIO
               END-IF
               COMPUTE IMPORTE-PANTALLA = RETPAGO-IMPORTE / 100
               MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO
               DISPLAY "Retenida " RETPAGO-FECHA-RETENCION " "
                       RETPAGO-CONCEPTO " " IMPORTE-EDITADO.

       MOSTRAR-ULTIMO-CAMBIO.
      *La llamada confirma la cuenta vigente del maestro, que es la
      *del ultimo cambio anotado.
           MOVE "N" TO CAMBIO-ENCONTRADO.
           MOVE EMPLEADOS-ID TO CAMBIOCTA-EMPLEADOS-ID.
           MOVE ZEROES TO CAMBIOCTA-FECHA.
           MOVE ZEROES TO CAMBIOCTA-HORA.
           MOVE "N" TO FIN-CAMBIOS.
           START CAMBIOS-CUENTA-ARCHIVO KEY IS NOT LESS THAN
               CAMBIOCTA-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-CAMBIOS
           END-START.
           PERFORM LEER-CAMBIO-CUENTA
           UNTIL FIN-CAMBIOS = "S".
           IF CAMBIO-ENCONTRADO = "S"
               MOVE ULTIMO-CAMBIO-CLAVE TO CAMBIOCTA-CLAVE
               READ CAMBIOS-CUENTA-ARCHIVO
                   INVALID KEY
                       MOVE "N" TO CAMBIO-ENCONTRADO
               END-READ.
           IF CAMBIO-ENCONTRADO = "S"
               IF CAMBIOCTA-OPERADOR-ID = OPERADOR-VERIFICADOR
                   MOVE "S" TO CAMBIO-PROPIO
               END-IF
               DISPLAY "Cuenta cambiada el " CAMBIOCTA-FECHA
                       " por el operador " CAMBIOCTA-OPERADOR-ID
                       " (" CAMBIOCTA-MOTIVO ")"
               DISPLAY "IBAN anterior: " CAMBIOCTA-IBAN-ANTES
               DISPLAY "IBAN nuevo:    " CAMBIOCTA-IBAN-DESPUES.

       LEER-CAMBIO-CUENTA.
           READ CAMBIOS-CUENTA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CAMBIOS
           END-READ.
           IF FIN-CAMBIOS = "N" AND
              CAMBIOCTA-EMPLEADOS-ID NOT = EMPLEADOS-ID
               MOVE "S" TO FIN-CAMBIOS.
           IF FIN-CAMBIOS = "N"
               MOVE "S" TO CAMBIO-ENCONTRADO
               MOVE CAMBIOCTA-CLAVE TO ULTIMO-CAMBIO-CLAVE.

       ANOTAR-LLAMADA.
      *El resultado queda en el cambio: confirmado, la remesa deja
      *de retener esa cuenta; no confirmado, la sigue reteniendo
      *hasta que se corrija el IBAN en el maestro.
           IF DECISION-LLAMADA = "S"
               MOVE "V" TO CAMBIOCTA-VERIFICACION
           ELSE
               MOVE "R" TO CAMBIOCTA-VERIFICACION.
           MOVE OPERADOR-VERIFICADOR TO CAMBIOCTA-VERIFICADOR-ID.
           MOVE FECHA-DE-HOY TO CAMBIOCTA-FECHA-VERIFICACION.
           REWRITE CAMBIOCTA-REGISTRO
               INVALID KEY
                   DISPLAY "Error al anotar la llamada en el cambio "
                           "de cuenta " CAMBIOCTA-CLAVE
           END-REWRITE.

       RESOLVER-RETENIDAS.
           PERFORM POSICIONAR-RETENCIONES.
           PERFORM RESOLVER-UNA-RETENIDA
           UNTIL FIN-RETENCIONES = "S".
           IF DECISION-LLAMADA = "N"
               DISPLAY "Corrija el IBAN en MODIFICAR-EMPLEADOS: los "
                       "importes se reemitiran con la repesca.".

       RESOLVER-UNA-RETENIDA.
      *Confirmada la cuenta, la orden se libera sobre el IBAN
      *vigente. No confirmada, se anula y el importe pasa a la
      *repesca, que lo reemitira sobre la cuenta corregida.
           PERFORM LEER-RETENCION-EMPLEADO.
           IF FIN-RETENCIONES = "N" AND RETPAGO-RETENIDA
               MOVE OPERADOR-VERIFICADOR TO RETPAGO-VERIFICADOR-ID
               MOVE FECHA-DE-HOY TO RETPAGO-FECHA-VERIFICACION
               IF DECISION-LLAMADA = "S"
                   MOVE "L" TO RETPAGO-ESTADO
                   MOVE EMPLEADOS-BANCO-IBAN TO RETPAGO-IBAN
                   MOVE EMPLEADOS-BANCO-TITULAR TO RETPAGO-TITULAR
                   ADD 1 TO CONT-LIBERADAS
               ELSE
                   MOVE "A" TO RETPAGO-ESTADO
                   PERFORM ESCRIBIR-REPESCA
                   ADD 1 TO CONT-ANULADAS
               END-IF
               REWRITE RETPAGO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar la orden "
                               "retenida " RETPAGO-CLAVE
                   NOT INVALID KEY
                       PERFORM CONTESTAR-AVISO-RETENCION
               END-REWRITE.

       CONTESTAR-AVISO-RETENCION.
      *Liberada o anulada, el aviso de pago retenido al responsable
      *queda contestado.
           MOVE SPACE TO NOTPET-PETICION.
           MOVE "C" TO NOTPET-OPERACION.
           MOVE "RETP" TO NOTPET-ASUNTO.
           MOVE RETPAGO-EMPLEADOS-ID TO NOTPET-EMPLEADOS-ID.
           MOVE RETPAGO-FECHA-RETENCION TO NOTPET-REFERENCIA (1:8).
           MOVE RETPAGO-TIPO TO NOTPET-REFERENCIA (9:1).
           CALL "ENCOLAR-NOTIFICACION" USING NOTPET-PETICION.

       ESCRIBIR-REPESCA.
      *El archivo de repesca se abre y cierra aqui mismo, como en
      *CARGA-DEVOLUCIONES.
           OPEN EXTEND REPESCA-ARCHIVO.
           IF REPESCA-ARCHIVO-STATUS = "35"
               OPEN OUTPUT REPESCA-ARCHIVO.
           MOVE RETPAGO-EMPLEADOS-ID TO REPESCA-EMPLEADOS-ID.
           MOVE RETPAGO-IMPORTE TO REPESCA-IMPORTE.
           WRITE REPESCA-REGISTRO.
           CLOSE REPESCA-ARCHIVO.

       END PROGRAM VERIFICACION-CUENTA.

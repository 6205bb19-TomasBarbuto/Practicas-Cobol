       77  OPERADOR-AUTORIZADO PIC X.
       77  CONT-CONFIRMADOS PIC 9(4) COMP VALUE 0.
       77  CONT-NO-SUPERADOS PIC 9(4) COMP VALUE 0.
       77  CONT-SIN-DOCUMENTOS PIC 9(4) COMP VALUE 0.
       77  SUB-D PIC 9(2) COMP VALUE 0.

       01  ID-EMPLEADO PIC X(6).
       01  FECHA-DE-HOY PIC 9(8).

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de documentos pendientes.
       COPY "copybooks/28-LkDocumentos.cbl".
      *Area de peticion del modulo de avisos a los responsables.
       COPY "copybooks/28-LkNotificaciones.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de decisiones de prueba.
               PERFORM PROCEDIMIENTO-DE-CIERRE
               DISPLAY "Pruebas confirmadas:   " CONT-CONFIRMADOS
               DISPLAY "Pruebas no superadas:  " CONT-NO-SUPERADOS
               DISPLAY "Sin confirmar por documentos pendientes: "
                       CONT-SIN-DOCUMENTOS
           ELSE
               DISPLAY "Acceso denegado.".
           STOP RUN.
           PERFORM OBTENER-EMPLEADO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM PEDIR-DECISION
               IF DECISION-ELEGIDA = "C"
                   PERFORM COMPROBAR-DOCUMENTOS.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM GRABAR-DECISION
               IF DECISION-ELEGIDA = "N"
                   PERFORM ENCOLAR-BAJA-POR-PRUEBA.
              DECISION-ELEGIDA NOT = "N"
               DISPLAY "Debes introducir C o N.".

       COMPROBAR-DOCUMENTOS.
      *No se confirma a nadie con documentos obligatorios que falten
      *o esten caducados en su expediente. La decision no se graba y
      *puede registrarse cuando el expediente este completo.
           MOVE SPACE TO DOCPEND-PETICION.
           MOVE EMPLEADOS-ID TO DOCPEND-EMPLEADOS-ID.
           MOVE EMPLEADOS-CONTRATO-TIPO TO DOCPEND-CONTRATO-TIPO.
           MOVE EMPLEADOS-DEPARTAMENTO TO DOCPEND-DEPARTAMENTO.
           MOVE FECHA-DE-HOY TO DOCPEND-FECHA.
           CALL "DOCUMENTOS-PENDIENTES" USING DOCPEND-PETICION.
           IF DOCPEND-PENDIENTES-OBLIGATORIOS > 0
               DISPLAY "Faltan documentos obligatorios en el "
                       "expediente:"
               MOVE 1 TO SUB-D
               PERFORM MOSTRAR-DOCUMENTO-OBLIGATORIO
               UNTIL SUB-D > DOCPEND-REQUERIDOS
               DISPLAY "No se confirma el periodo de prueba."
               ADD 1 TO CONT-SIN-DOCUMENTOS
               MOVE "N" TO REGISTRO-ENCONTRADO.

       MOSTRAR-DOCUMENTO-OBLIGATORIO.
           IF DOCPEND-OBLIGATORIO (SUB-D) = "S" AND
              NOT DOCPEND-ENTREGADO (SUB-D)
               IF DOCPEND-CADUCADO (SUB-D)
                   DISPLAY "   " DOCPEND-CODIGO (SUB-D) " "
                           DOCPEND-DESCRIPCION (SUB-D) " CADUCADO"
               ELSE
                   DISPLAY "   " DOCPEND-CODIGO (SUB-D) " "
                           DOCPEND-DESCRIPCION (SUB-D) " FALTA".
           ADD 1 TO SUB-D.

       GRABAR-DECISION.
           MOVE SPACE TO PRUEBA-REGISTRO.
           MOVE ID-EMPLEADO TO PRUEBA-EMPLEADOS-ID.
                                   ID-EMPLEADO
                   END-REWRITE
           END-WRITE.
           PERFORM CONTESTAR-AVISO-PRUEBA.
           IF DECISION-ELEGIDA = "C"
               ADD 1 TO CONT-CONFIRMADOS
               DISPLAY "Periodo de prueba confirmado."
           ELSE
               ADD 1 TO CONT-NO-SUPERADOS.

       CONTESTAR-AVISO-PRUEBA.
      *Con la decision registrada, en un sentido u otro, el aviso de
      *prueba por vencer al responsable queda contestado.
           MOVE SPACE TO NOTPET-PETICION.
           MOVE "C" TO NOTPET-OPERACION.
           MOVE "PRUE" TO NOTPET-ASUNTO.
           MOVE ID-EMPLEADO TO NOTPET-EMPLEADOS-ID.
           CALL "ENCOLAR-NOTIFICACION" USING NOTPET-PETICION.

       ENCOLAR-BAJA-POR-PRUEBA.
      *La decision negativa alimenta el circuito de bajas: queda
      *como baja pendiente en la cola de revision, igual que las

       01  FECHA-LIMITE PIC 9(8).
       01  MES-LIMITE PIC 9(3).
       01  ANIO-LIMITE PIC 9(4).
       01  CONT-EDITADO PIC ZZZZ9.

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de excepciones.
       COPY "copybooks/28-LkExcepciones.cbl".
      *Area de peticion del modulo de avisos a los responsables.
       COPY "copybooks/28-LkNotificaciones.cbl".

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
                   TO AVISO-CONTRATO-TIPO (CONT-AVISOS)
               MOVE EMPLEADOS-CONTRATO-FIN
                   TO AVISO-CONTRATO-FIN (CONT-AVISOS)
               MOVE "M" TO EXCPET-GRAVEDAD
               PERFORM ANOTAR-EXCEPCION
               PERFORM AVISAR-RESPONSABLE
           ELSE
               IF AVISO-TABLA-LLENA = "N"
                   DISPLAY "Aviso: mas de 500 contratos por vencer, "
                   DISPLAY "Error al encolar el contrato vencido "
                           "del empleado " EMPLEADOS-ID "."
           END-WRITE.
           MOVE "A" TO EXCPET-GRAVEDAD.
           PERFORM ANOTAR-EXCEPCION.
           PERFORM AVISAR-RESPONSABLE.

       ANOTAR-EXCEPCION.
      *El fin de contrato pasa tambien a la cola de excepciones,
      *uno por empleado y fecha de fin. La gravedad la fija el
      *llamador: alta si ya ha vencido.
           MOVE "INFORME-CONTRATOS" TO EXCPET-PROGRAMA.
           MOVE "CONT" TO EXCPET-CODIGO.
           MOVE EMPLEADOS-ID TO EXCPET-EMPLEADOS-ID.
           MOVE EMPLEADOS-CONTRATO-FIN TO EXCPET-REFERENCIA.
           MOVE EMPLEADOS-DEPARTAMENTO TO EXCPET-DEPARTAMENTO.
           IF EMPLEADOS-CONTRATO-FIN < FECHA-DE-HOY
               MOVE "CONTRATO VENCIDO CON EL EMPLEADO ACTIVO"
                   TO EXCPET-DESCRIPCION
           ELSE
               MOVE "CONTRATO QUE VENCE EN 30 DIAS"
                   TO EXCPET-DESCRIPCION.
           MOVE SPACE TO EXCPET-RESULTADO.
           CALL "REGISTRAR-EXCEPCION" USING EXCPET-PETICION.

       AVISAR-RESPONSABLE.
      *El responsable del departamento recibe el aviso del fin de
      *contrato; mientras el contrato siga sin renovar se le
      *recuerda. Vencido, el aviso es otro: el texto cambia pero la
      *referencia es la misma fecha de fin.
           MOVE SPACE TO NOTPET-PETICION.
           MOVE "A" TO NOTPET-OPERACION.
           MOVE "CONT" TO NOTPET-ASUNTO.
           MOVE EMPLEADOS-ID TO NOTPET-EMPLEADOS-ID.
           MOVE EMPLEADOS-CONTRATO-FIN TO NOTPET-REFERENCIA.
           MOVE EMPLEADOS-DEPARTAMENTO TO NOTPET-DEPARTAMENTO.
           MOVE EMPLEADOS-CONTRATO-FIN TO NOTPET-FECHA-VENCIMIENTO.
           IF EMPLEADOS-CONTRATO-FIN < FECHA-DE-HOY
               MOVE "CONTRATO VENCIDO Y EMPLEADO ACTIVO: RENOVAR O BAJA"
                   TO NOTPET-TEXTO
           ELSE
               MOVE "CONTRATO POR VENCER: DECIDIR RENOVACION"
                   TO NOTPET-TEXTO.
           CALL "ENCOLAR-NOTIFICACION" USING NOTPET-PETICION.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           ADD 1 TO SUB-J.

       MOSTRAR-INFORME.
      *El listado va tambien al escritor comun, con el departamento
      *de cada linea para repartirlo a los jefes de departamento.
           PERFORM ABRIR-INFORME.
           DISPLAY " ".
           DISPLAY "CONTRATOS QUE VENCEN ANTES DEL " FECHA-LIMITE.
           MOVE 1 TO SUB-I.
           DISPLAY " ".
           DISPLAY "Contratos vencidos encolados para revision: "
                   CONT-VENCIDOS-ENCOLADOS.
           PERFORM CERRAR-INFORME.

       MOSTRAR-FILA-AVISO.
           DISPLAY "Depto " AVISO-DEPARTAMENTO (SUB-I)
                   " " AVISO-APELLIDOS (SUB-I)
                   " Tipo: " AVISO-CONTRATO-TIPO (SUB-I)
                   " Vence: " AVISO-CONTRATO-FIN (SUB-I).
           MOVE "L" TO INFORME-OPERACION.
           MOVE AVISO-DEPARTAMENTO (SUB-I) TO INFORME-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "DEPTO: " DELIMITED BY SIZE
                  AVISO-DEPARTAMENTO (SUB-I) DELIMITED BY SIZE
                  " ID: " DELIMITED BY SIZE
                  AVISO-EMPLEADOS-ID (SUB-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AVISO-APELLIDOS (SUB-I) DELIMITED BY SIZE
                  " TIPO: " DELIMITED BY SIZE
                  AVISO-CONTRATO-TIPO (SUB-I) DELIMITED BY SIZE
                  " VENCE: " DELIMITED BY SIZE
                  AVISO-CONTRATO-FIN (SUB-I) DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           ADD 1 TO SUB-I.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_CONTRATOS.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-CONTRATOS" TO INFORME-PROGRAMA.
           MOVE "CONTRATOS QUE VENCEN EN 30 DIAS" TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-AVISOS TO CONT-EDITADO.
           STRING "CONTRATOS POR VENCER: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-VENCIDOS-ENCOLADOS TO CONT-EDITADO.
           STRING "VENCIDOS ENCOLADOS PARA REVISION: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM INFORME-CONTRATOS.

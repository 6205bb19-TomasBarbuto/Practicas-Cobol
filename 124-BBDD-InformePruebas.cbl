
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de excepciones.
       COPY "copybooks/28-LkExcepciones.cbl".
      *Area de peticion del modulo de avisos a los responsables.
       COPY "copybooks/28-LkNotificaciones.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de parametros.
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           PERFORM ANOTAR-EXCEPCION.
           PERFORM AVISAR-RESPONSABLE.

       ANOTAR-EXCEPCION.
      *La prueba por vencer sin decision pasa tambien a la cola de
      *excepciones del departamento del empleado.
           MOVE SPACE TO EXCPET-PETICION.
           MOVE "INFORME-PRUEBAS" TO EXCPET-PROGRAMA.
           MOVE "PRUE" TO EXCPET-CODIGO.
           MOVE EMPLEADOS-ID TO EXCPET-EMPLEADOS-ID.
           MOVE FIN-PRUEBA TO EXCPET-REFERENCIA.
           MOVE "M" TO EXCPET-GRAVEDAD.
           MOVE EMPLEADOS-DEPARTAMENTO TO EXCPET-DEPARTAMENTO.
           MOVE "PERIODO DE PRUEBA POR VENCER SIN DECISION"
               TO EXCPET-DESCRIPCION.
           CALL "REGISTRAR-EXCEPCION" USING EXCPET-PETICION.

       AVISAR-RESPONSABLE.
      *El responsable del departamento recibe el aviso de la prueba
      *por vencer; se le recuerda cada noche que siga sin decision
      *hasta que CONFIRMAR-PRUEBA la registre.
           MOVE SPACE TO NOTPET-PETICION.
           MOVE "A" TO NOTPET-OPERACION.
           MOVE "PRUE" TO NOTPET-ASUNTO.
           MOVE EMPLEADOS-ID TO NOTPET-EMPLEADOS-ID.
           MOVE FIN-PRUEBA TO NOTPET-REFERENCIA.
           MOVE EMPLEADOS-DEPARTAMENTO TO NOTPET-DEPARTAMENTO.
           MOVE FIN-PRUEBA TO NOTPET-FECHA-VENCIMIENTO.
           MOVE "PERIODO DE PRUEBA POR VENCER: CONFIRMAR O NO SUPERADO"
               TO NOTPET-TEXTO.
           CALL "ENCOLAR-NOTIFICACION" USING NOTPET-PETICION.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD

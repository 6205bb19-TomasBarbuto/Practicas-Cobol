
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de excepciones.
       COPY "copybooks/28-LkExcepciones.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de ausencias y vacaciones.
               MOVE "   *** SOBRE EL UMBRAL DE ALERTA ***"
                   TO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
               DISPLAY INFORME-LINEA
               PERFORM ANOTAR-EXCEPCION.
           ADD 1 TO SUB-I.

       ANOTAR-EXCEPCION.
      *La alerta pasa a la cola de excepciones como mucho una vez
      *al mes por empleado: la ventana es movil y el informe se
      *repite cada semana.
           MOVE SPACE TO EXCPET-PETICION.
           MOVE "INFORME-BRADFORD" TO EXCPET-PROGRAMA.
           MOVE "BRAD" TO EXCPET-CODIGO.
           MOVE BRADFORD-ID (SUB-I) TO EXCPET-EMPLEADOS-ID.
           MOVE FECHA-DE-HOY (1:6) TO EXCPET-REFERENCIA.
           MOVE "M" TO EXCPET-GRAVEDAD.
           IF BRADFORD-DEPARTAMENTO (SUB-I) NOT = "????"
               MOVE BRADFORD-DEPARTAMENTO (SUB-I)
                   TO EXCPET-DEPARTAMENTO.
           MOVE "FACTOR BRADFORD SOBRE EL UMBRAL DE ALERTA"
               TO EXCPET-DESCRIPCION.
           CALL "REGISTRAR-EXCEPCION" USING EXCPET-PETICION.

       END PROGRAM INFORME-BRADFORD.

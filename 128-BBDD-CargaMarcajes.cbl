
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de excepciones.
       COPY "copybooks/28-LkExcepciones.cbl".
      *Estado del archivo de marcajes del reloj.
       COPY "copybooks/28-EstadoMarcajes.cbl".
      *Estado del archivo de horas diarias.
           IF HAY-ENTRADA-PENDIENTE = "S"
               ADD 1 TO CONT-SIN-PAREJA
               DISPLAY "Marcaje de entrada sin salida previa: "
                       DIA-ID " el " DIA-FECHA
               PERFORM ANOTAR-EXCEPCION-FICHAJE.
           MOVE MARCA-HORA (SUB-I) TO ENTRADA-PENDIENTE.
           MOVE "S" TO HAY-ENTRADA-PENDIENTE.
           IF DIA-PRIMERA-ENTRADA = 0
               ADD 1 TO CONT-SIN-PAREJA
               DISPLAY "Marcaje de salida sin entrada previa: "
                       DIA-ID " el " DIA-FECHA
               PERFORM ANOTAR-EXCEPCION-FICHAJE
           ELSE
               PERFORM SUMAR-TRAMO-TRABAJADO
               MOVE "N" TO HAY-ENTRADA-PENDIENTE.
           MOVE MARCA-HORA (SUB-I) TO DIA-ULTIMA-SALIDA.

       ANOTAR-EXCEPCION-FICHAJE.
      *Los marcajes sin pareja pasan a la cola de excepciones, una
      *por empleado y dia aunque el dia tenga varios descuadres. El
      *modulo asigna el departamento del empleado.
           MOVE SPACE TO EXCPET-PETICION.
           MOVE "CARGA-MARCAJES" TO EXCPET-PROGRAMA.
           MOVE "FICH" TO EXCPET-CODIGO.
           MOVE DIA-ID TO EXCPET-EMPLEADOS-ID.
           MOVE DIA-FECHA TO EXCPET-REFERENCIA.
           MOVE "B" TO EXCPET-GRAVEDAD.
           MOVE "MARCAJE DE ENTRADA O SALIDA SIN PAREJA"
               TO EXCPET-DESCRIPCION.
           CALL "REGISTRAR-EXCEPCION" USING EXCPET-PETICION.

       SUMAR-TRAMO-TRABAJADO.
           MOVE ENTRADA-PENDIENTE TO HORA-A-CONVERTIR.
           PERFORM CONVERTIR-HORA-A-MINUTOS.
           IF HAY-ENTRADA-PENDIENTE = "S"
               ADD 1 TO CONT-SIN-PAREJA
               DISPLAY "Entrada sin salida al cierre del dia: "
                       DIA-ID " el " DIA-FECHA
               PERFORM ANOTAR-EXCEPCION-FICHAJE.
           COMPUTE HORAS-CALCULADAS ROUNDED = DIA-MINUTOS / 60.
           PERFORM ESCRIBIR-DIA-DERIVADO.
           PERFORM COMPROBAR-RETRASO THRU COMPROBAR-RETRASO-FIN.

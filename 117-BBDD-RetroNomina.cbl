       COPY "copybooks/28-PhHistorialSalarios.cbl".
      *Journal de imagenes antes/despues de EMPLEADOS.DAT.
       COPY "copybooks/28-PhJournal.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoHistorialSalarios.cbl".
      *Journal de imagenes antes/despues de EMPLEADOS.DAT.
       COPY "copybooks/28-LoJournal.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-ATRASOS PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CONT-APLICADOS PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-EMPLEADO PIC 9(5) COMP VALUE 0.
       77  RESULTADO-GUARDADO PIC X.

      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).

       01  FECHA-DE-HOY PIC 9(8).
       01  MES-NOMINA PIC 9(6).
       COPY "copybooks/28-EstadoHistorialSalarios.cbl".
      *Estado del journal de imagenes de EMPLEADOS.DAT.
       COPY "copybooks/28-EstadoJournal.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".
      *Area de peticion del modulo de porcentaje personal de IRPF.
       COPY "copybooks/28-LkTipoIrpf.cbl".

       PROCEDURE DIVISION.

           OPEN EXTEND HISTORIAL-SALARIOS.
           IF HISTORIAL-SALARIOS-STATUS = "35"
               OPEN OUTPUT HISTORIAL-SALARIOS.
           OPEN I-O RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS = "35"
               OPEN OUTPUT RESULTADOS-NOMINA-ARCHIVO
               CLOSE RESULTADOS-NOMINA-ARCHIVO
               OPEN I-O RESULTADOS-NOMINA-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE ATRASOS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE HISTORIAL-SALARIOS.
           CLOSE RESULTADOS-NOMINA-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
           MOVE EMPLEADOS-SALARIO TO SALARIO-ANTERIOR.
           MOVE EMPLEADOS-REGISTRO TO JOURNAL-ANTES-ACTUAL.
           MOVE ATRASO-SALARIO-NUEVO TO EMPLEADOS-SALARIO.
           PERFORM RECALCULAR-TIPO-IRPF.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el salario de "
                   DISPLAY "Error al actualizar el atraso de "
                           ATRASO-EMPLEADOS-ID
           END-REWRITE.
           PERFORM GUARDAR-RESULTADO-ATRASO.
           ADD 1 TO CONT-APLICADOS.
           ADD IMPORTE-CALCULADO TO TOTAL-ATRASOS.
           MOVE IMPORTE-CALCULADO TO IMPORTE-EDITADO.
       APLICAR-ATRASO-FIN.
           EXIT.

       RECALCULAR-TIPO-IRPF.
      *El salario nuevo cambia la proyeccion del ejercicio y lo
      *retenido de menos en los meses atrasados se regulariza en
      *las nominas que quedan con el porcentaje recalculado.
           IF EMPLEADOS-SALARIO NOT = SALARIO-ANTERIOR AND
              EMPLEADOS-VERSION-VIGENTE
               MOVE SPACE TO TIPOIRPF-PETICION
               MOVE EMPLEADOS-ID TO TIPOIRPF-EMPLEADOS-ID
               MOVE EMPLEADOS-SALARIO TO TIPOIRPF-SALARIO
               MOVE EMPLEADOS-FECHA-NACIMIENTO
                   TO TIPOIRPF-FECHA-NACIMIENTO
               MOVE ZEROES TO TIPOIRPF-FECHA
               CALL "CALCULO-TIPO-IRPF" USING TIPOIRPF-PETICION
               IF TIPOIRPF-CALCULADO
                   MOVE TIPOIRPF-PORCENTAJE TO EMPLEADOS-IRPF-PERSONAL
                   MOVE TIPOIRPF-FECHA TO EMPLEADOS-IRPF-CALCULO.

       GUARDAR-RESULTADO-ATRASO.
      *La valoracion queda en el historico de resultados como
      *pasada de atrasos del mes en curso, una linea por atraso con
      *los meses valorados y el salario nuevo como base. La
      *siguiente nomina la cobra en su propia linea de atrasos.
           MOVE SPACE TO RESNOM-REGISTRO.
           MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID.
           MOVE MES-NOMINA TO RESNOM-ANIO-MES.
           MOVE "R" TO RESNOM-PASADA.
           MOVE ZERO TO RESNOM-LINEA.
           MOVE "ATRA" TO RESNOM-CONCEPTO.
           MOVE "ATRASOS VALORADOS" TO RESNOM-DESCRIPCION.
           MOVE "I" TO RESNOM-CLASE.
           MOVE "A" TO RESNOM-PERCEPCION.
           MOVE MESES-ATRASADOS TO RESNOM-UNIDADES.
           MOVE ATRASO-SALARIO-NUEVO TO RESNOM-BASE.
           MOVE ZERO TO RESNOM-PORCENTAJE.
           MOVE IMPORTE-CALCULADO TO RESNOM-IMPORTE.
           MOVE EMPLEADOS-DEPARTAMENTO TO RESNOM-DEPARTAMENTO.
      *Paga la empresa actual del empleado, o la anterior mientras
      *su traslado no rija; en blanco es la empresa principal.
           MOVE EMPLEADOS-EMPRESA TO RESNOM-EMPRESA.
           IF EMPLEADOS-EMPRESA-DESDE-X NUMERIC AND
              EMPLEADOS-EMPRESA-ANTERIOR NOT = SPACE
               IF EMPLEADOS-EMPRESA-DESDE > FECHA-DE-HOY
                   MOVE EMPLEADOS-EMPRESA-ANTERIOR TO RESNOM-EMPRESA.
           IF RESNOM-EMPRESA = SPACE
               MOVE "01" TO RESNOM-EMPRESA.
           MOVE FECHA-DE-HOY TO RESNOM-FECHA-PROCESO.
           MOVE "RETRO-NOMINA" TO RESNOM-PROGRAMA.
           MOVE "N" TO RESULTADO-GUARDADO.
           PERFORM ESCRIBIR-LINEA-RETRO
           UNTIL RESULTADO-GUARDADO = "S".

       ESCRIBIR-LINEA-RETRO.
      *Cada atraso del mes ocupa la siguiente linea libre.
           ADD 1 TO RESNOM-LINEA.
           MOVE "S" TO RESULTADO-GUARDADO.
           WRITE RESNOM-REGISTRO
               INVALID KEY
                   MOVE "N" TO RESULTADO-GUARDADO
           END-WRITE.
           IF RESULTADO-GUARDADO = "N" AND RESNOM-LINEA = 999
               DISPLAY "Sin lineas libres en el historico de "
                       "resultados para " EMPLEADOS-ID
               MOVE "S" TO RESULTADO-GUARDADO.

       ESCRIBIR-HISTORIAL-SALARIO.
           MOVE SPACE TO HISTSAL-REGISTRO.
           MOVE EMPLEADOS-ID TO HISTSAL-EMPLEADOS-ID.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGULARIZACION-IRPF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Journal de imagenes antes/despues de EMPLEADOS.DAT.
       COPY "copybooks/28-PhJournal.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Journal de imagenes antes/despues de EMPLEADOS.DAT.
       COPY "copybooks/28-LoJournal.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del modulo de control de bloqueo.
       COPY "copybooks/28-LkBloqueo.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de porcentaje personal de IRPF.
       COPY "copybooks/28-LkTipoIrpf.cbl".
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       77  LEE-TODO PIC X.
       77  CONT-REVISADOS PIC 9(5) COMP VALUE 0.
       77  CONT-CAMBIADOS PIC 9(5) COMP VALUE 0.
       77  CONT-SUBEN PIC 9(5) COMP VALUE 0.
       77  CONT-BAJAN PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-CALCULO PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  REGISTRO-ANTES PIC X(400).
       01  PORCENTAJE-ANTERIOR PIC 9(3)V99.
       01  PORCENTAJE-ANTERIOR-X PIC X(6).
       01  PORCENTAJE-NUEVO-X PIC X(6).
       01  PORCENTAJE-EDITADO PIC ZZ9.99.
       01  MARCA-CAMBIO PIC X(2).
       01  APELLIDOS-CORTOS PIC X(18).
       01  BRUTO-EDITADO PIC ZZZZZZZZ9.99.
       01  MINIMO-EDITADO PIC ZZZZZZ9.99.
       01  CUOTA-EDITADA PIC ZZZZZZZZ9.99.
       01  RETENIDO-EDITADO PIC ZZZZZZZZ9.99.

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del journal de imagenes de EMPLEADOS.DAT.
       COPY "copybooks/28-EstadoJournal.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM TOMAR-USO-EXCLUSIVO.
           IF BLOQUEO-CONCEDIDO NOT = "S"
               DISPLAY "Archivo en uso, la regularizacion de IRPF "
                       "no se ejecuta."
               GOBACK.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ABRIR-INFORME.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM REGULARIZAR-EMPLEADO
           UNTIL LEE-TODO = "1".
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM LIBERAR-USO-EXCLUSIVO.
           PERFORM MOSTRAR-RESUMEN.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       REGULARIZAR-EMPLEADO.
      *Cada noche se recalcula el porcentaje de toda la plantilla
      *activa: aunque no cambien salario ni dependientes, el paso
      *de los meses, los complementos y los cumpleanos de hijos y
      *ascendientes mueven la proyeccion del ejercicio.
           IF EMPLEADOS-ACTIVO
               IF EMPLEADOS-VERSION-VIGENTE
                   PERFORM CALCULAR-EMPLEADO
               ELSE
                   ADD 1 TO CONT-SIN-CALCULO.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       CALCULAR-EMPLEADO.
           ADD 1 TO CONT-REVISADOS.
           MOVE SPACE TO TIPOIRPF-PETICION.
           MOVE EMPLEADOS-ID TO TIPOIRPF-EMPLEADOS-ID.
           MOVE EMPLEADOS-SALARIO TO TIPOIRPF-SALARIO.
           MOVE EMPLEADOS-FECHA-NACIMIENTO TO TIPOIRPF-FECHA-NACIMIENTO.
           MOVE FECHA-DE-HOY TO TIPOIRPF-FECHA.
           CALL "CALCULO-TIPO-IRPF" USING TIPOIRPF-PETICION.
           IF NOT TIPOIRPF-CALCULADO
               ADD 1 TO CONT-SIN-CALCULO
           ELSE
               PERFORM COMPARAR-PORCENTAJE
               PERFORM IMPRIMIR-EMPLEADO.

       COMPARAR-PORCENTAJE.
      *Un porcentaje en blanco (empleado sin calcular todavia) se
      *trata como cambio; en el informe sale como guiones.
           MOVE TIPOIRPF-PORCENTAJE TO PORCENTAJE-EDITADO.
           MOVE PORCENTAJE-EDITADO TO PORCENTAJE-NUEVO-X.
           MOVE SPACE TO MARCA-CAMBIO.
           IF EMPLEADOS-IRPF-PERSONAL-X NUMERIC
               MOVE EMPLEADOS-IRPF-PERSONAL TO PORCENTAJE-ANTERIOR
               MOVE PORCENTAJE-ANTERIOR TO PORCENTAJE-EDITADO
               MOVE PORCENTAJE-EDITADO TO PORCENTAJE-ANTERIOR-X
           ELSE
               MOVE ZERO TO PORCENTAJE-ANTERIOR
               MOVE "  ----" TO PORCENTAJE-ANTERIOR-X.
           IF EMPLEADOS-IRPF-PERSONAL-X NOT NUMERIC OR
              TIPOIRPF-PORCENTAJE NOT = PORCENTAJE-ANTERIOR
               MOVE " *" TO MARCA-CAMBIO
               ADD 1 TO CONT-CAMBIADOS
               IF TIPOIRPF-PORCENTAJE > PORCENTAJE-ANTERIOR
                   ADD 1 TO CONT-SUBEN
               ELSE
                   ADD 1 TO CONT-BAJAN.
           IF MARCA-CAMBIO NOT = SPACE
               PERFORM ACTUALIZAR-EMPLEADO
           ELSE
               IF EMPLEADOS-IRPF-CALCULO-X NOT = TIPOIRPF-FECHA
                   PERFORM ACTUALIZAR-EMPLEADO.

       ACTUALIZAR-EMPLEADO.
      *Tambien se reescribe si solo cambia la fecha de calculo, para
      *que la ficha muestre cuando se reviso por ultima vez.
           MOVE EMPLEADOS-REGISTRO TO REGISTRO-ANTES.
           MOVE TIPOIRPF-PORCENTAJE TO EMPLEADOS-IRPF-PERSONAL.
           MOVE TIPOIRPF-FECHA TO EMPLEADOS-IRPF-CALCULO.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el porcentaje de IRPF "
                           "del empleado " EMPLEADOS-ID
           END-REWRITE.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "R" TO JOURNAL-OP-ACTUAL.
           MOVE REGISTRO-ANTES TO JOURNAL-ANTES-ACTUAL.
           MOVE EMPLEADOS-REGISTRO TO JOURNAL-DESPUES-ACTUAL.
           PERFORM ESCRIBIR-JOURNAL.

       IMPRIMIR-EMPLEADO.
           MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-CORTOS.
           MOVE TIPOIRPF-BRUTO-ANUAL TO BRUTO-EDITADO.
           MOVE TIPOIRPF-MINIMO-FAMILIAR TO MINIMO-EDITADO.
           MOVE TIPOIRPF-CUOTA-ANUAL TO CUOTA-EDITADA.
           MOVE TIPOIRPF-RETENIDO TO RETENIDO-EDITADO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   " DELIMITED BY SIZE
                  EMPLEADOS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  APELLIDOS-CORTOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BRUTO-EDITADO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TIPOIRPF-DESCENDIENTES DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  TIPOIRPF-ASCENDIENTES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MINIMO-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUOTA-EDITADA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RETENIDO-EDITADO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PORCENTAJE-ANTERIOR-X DELIMITED BY SIZE
                  "%  " DELIMITED BY SIZE
                  PORCENTAJE-NUEVO-X DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  MARCA-CAMBIO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "REGULARIZACION_IRPF.TXT" TO INFORME-NOMBRE.
           MOVE "REGULARIZACION-IRPF" TO INFORME-PROGRAMA.
           MOVE "REGULARIZACION DE RETENCIONES IRPF" TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "FECHA DE CALCULO: " DELIMITED BY SIZE
                  FECHA-DE-HOY DELIMITED BY SIZE
                  "   * = PORCENTAJE MODIFICADO" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           STRING "   ID     APELLIDOS           BRUTO ANUAL  DESC "
                  DELIMITED BY SIZE
                  "ASC     MINIMO  CUOTA ANUAL     RETENIDO  "
                  DELIMITED BY SIZE
                  "ANTES    NUEVO" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-REVISADOS TO CONT-EDITADO.
           STRING "EMPLEADOS CALCULADOS:      " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-CAMBIADOS TO CONT-EDITADO.
           STRING "PORCENTAJES MODIFICADOS:   " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-SUBEN TO CONT-EDITADO.
           STRING "  SUBEN:                   " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-BAJAN TO CONT-EDITADO.
           STRING "  BAJAN:                   " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-SIN-CALCULO TO CONT-EDITADO.
           STRING "SIN CALCULO O VERSION ANT.:" DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN DE LA REGULARIZACION DE IRPF".
           DISPLAY "Empleados calculados:           " CONT-REVISADOS.
           DISPLAY "Porcentajes modificados:        " CONT-CAMBIADOS.
           DISPLAY "Sin calculo o version anterior: "
                   CONT-SIN-CALCULO.


       ESCRIBIR-JOURNAL.
      *Apunta la imagen antes/despues del registro en el journal de
      *recuperacion. El journal se abre y cierra aqui mismo para no
      *tocar las aperturas del programa.
           OPEN EXTEND JOURNAL-ARCHIVO.
           MOVE SPACE TO JOURNAL-REGISTRO.
           ACCEPT JOURNAL-FECHA FROM DATE YYYYMMDD.
           ACCEPT JOURNAL-HORA FROM TIME.
           MOVE "REGULARIZACION-IRPF" TO JOURNAL-PROGRAMA.
           MOVE JOURNAL-OP-ACTUAL TO JOURNAL-OPERACION.
           MOVE EMPLEADOS-ID TO JOURNAL-EMPLEADOS-ID.
           MOVE JOURNAL-ANTES-ACTUAL TO JOURNAL-IMAGEN-ANTES.
           MOVE JOURNAL-DESPUES-ACTUAL TO JOURNAL-IMAGEN-DESPUES.
           WRITE JOURNAL-REGISTRO.
           CLOSE JOURNAL-ARCHIVO.


       TOMAR-USO-EXCLUSIVO.
      *El proceso no arranca mientras haya sesiones online del menu
      *registradas u otro batch con el exclusivo.
           MOVE SPACE TO BLOQUEO-PETICION.
           MOVE "E" TO BLOQUEO-OPERACION.
           MOVE "REGULARIZACION-IRPF" TO BLOQUEO-SOLICITANTE.
           CALL "CONTROL-BLOQUEO" USING BLOQUEO-PETICION.
           IF BLOQUEO-CONCEDIDO NOT = "S"
               DISPLAY "No se concede el uso exclusivo: trabajo "
                       BLOQUEO-TRABAJO-ACTUAL
                       " o sesiones online activas: "
                       BLOQUEO-ONLINE-ACTIVAS.

       LIBERAR-USO-EXCLUSIVO.
           MOVE SPACE TO BLOQUEO-PETICION.
           MOVE "L" TO BLOQUEO-OPERACION.
           MOVE "REGULARIZACION-IRPF" TO BLOQUEO-SOLICITANTE.
           CALL "CONTROL-BLOQUEO" USING BLOQUEO-PETICION.

       END PROGRAM REGULARIZACION-IRPF.

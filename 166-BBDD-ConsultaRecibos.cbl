       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-RECIBOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".
      *Registro de accesos de consulta a datos confidenciales.
       COPY "copybooks/28-PhAccesos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".
      *Registro de accesos de consulta a datos confidenciales.
       COPY "copybooks/28-LoAccesos.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  RESULTADOS-DISPONIBLES PIC X.
       77  FIN-RESULTADOS PIC X.
       77  SALIDA-RECIBO PIC X.
       77  CONT-LINEAS PIC 9(3) COMP VALUE 0.
       77  CONT-CONSULTAS PIC 9(5) COMP VALUE 0.

       01  ID-EMPLEADO PIC X(6).
       01  MES-X PIC X(6).
       01  MES-9 REDEFINES MES-X PIC 9(6).
       01  PASADA-ANTERIOR PIC X(1).
       01  DESCRIPCION-PASADA PIC X(20).
       01  FECHA-DE-HOY PIC 9(8).

      *Linea del recibo, la misma para la pantalla y para la
      *reimpresion.
       01  RECIBO-LINEA PIC X(120).
       01  UNIDADES-EDITADAS PIC ZZZ9.99.
       01  BASE-EDITADA PIC $$$$,$$9.99-.
       01  PORCENTAJE-EDITADO PIC ZZ9.99.
       01  IMPORTE-EDITADO PIC $$$$,$$9.99-.
       01  NOMBRE-INFORME PIC X(30).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".
      *Estado del registro de accesos de consulta.
       COPY "copybooks/28-EstadoAccesos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO = "S"
               PERFORM PROCEDIMIENTO-DE-APERTURA
               IF RESULTADOS-DISPONIBLES = "S"
                   MOVE "S" TO SI-NO
                   PERFORM CONSULTAR-RECIBO
                   UNTIL SI-NO = "N"
               ELSE
                   DISPLAY "Todavia no hay resultados de nomina "
                           "guardados."
               END-IF
               PERFORM PROCEDIMIENTO-DE-CIERRE
               DISPLAY "Recibos consultados en esta ejecucion: "
                       CONT-CONSULTAS
           ELSE
               DISPLAY "Acceso denegado.".

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *El recibo muestra salario y retenciones, asi que la consulta
      *requiere rol de supervisor y cada recibo visto queda en el
      *registro de accesos.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "S" TO RESULTADOS-DISPONIBLES.
           OPEN INPUT RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS = "35"
               MOVE "N" TO RESULTADOS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF RESULTADOS-DISPONIBLES = "S"
               CLOSE RESULTADOS-NOMINA-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       CONSULTAR-RECIBO.
           DISPLAY "ID del empleado: ".
           ACCEPT ID-EMPLEADO.
           DISPLAY "Mes del recibo (AAAAMM): ".
           ACCEPT MES-X.
           IF MES-X NOT NUMERIC
               DISPLAY "El mes debe tener formato AAAAMM."
           ELSE
               PERFORM BUSCAR-EMPLEADO
               MOVE "P" TO SALIDA-RECIBO
               PERFORM RECORRER-RECIBO
               IF CONT-LINEAS = 0
                   DISPLAY "No hay resultados de nomina de ese "
                           "empleado en ese mes."
               ELSE
                   ADD 1 TO CONT-CONSULTAS
                   PERFORM ANOTAR-ACCESO
                   PERFORM PREGUNTAR-REIMPRESION.
           PERFORM REINICIAR.

       BUSCAR-EMPLEADO.
      *El recibo se muestra aunque el empleado ya no este en el
      *maestro: el historico de resultados sobrevive a la purga.
           MOVE ID-EMPLEADO TO EMPLEADOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           IF REGISTRO-ENCONTRADO = "N"
               MOVE SPACE TO EMPLEADOS-NOMBRE
               MOVE "(NO CONSTA EN EL MAESTRO)"
                   TO EMPLEADOS-APELLIDOS.

       PREGUNTAR-REIMPRESION.
           DISPLAY "¿Desea reimprimir el recibo? (S/N)".
           ACCEPT SALIDA-RECIBO.
           IF SALIDA-RECIBO = "S" OR SALIDA-RECIBO = "s"
               PERFORM REIMPRIMIR-RECIBO.

       REIMPRIMIR-RECIBO.
      *La reimpresion sale por el escritor comun, que deja copia en
      *el spool y su entrada en el catalogo.
           MOVE SPACE TO NOMBRE-INFORME.
           STRING "RECIBO_" DELIMITED BY SIZE
                  ID-EMPLEADO DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  MES-X DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO NOMBRE-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE NOMBRE-INFORME TO INFORME-NOMBRE.
           MOVE "CONSULTA-RECIBOS" TO INFORME-PROGRAMA.
           MOVE "DUPLICADO DE RECIBO DE NOMINA" TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "I" TO SALIDA-RECIBO.
           PERFORM RECORRER-RECIBO.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "DUPLICADO EMITIDO EL " DELIMITED BY SIZE
                  FECHA-DE-HOY DELIMITED BY SIZE
                  " POR EL OPERADOR " DELIMITED BY SIZE
                  SESION-OPERADOR-ID DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY "Recibo reimpreso en " NOMBRE-INFORME.

       RECORRER-RECIBO.
      *Se recorren con la clave parcial todas las lineas del
      *empleado y mes, de todas las pasadas, en el orden de la
      *clave: nomina, paga extra y atrasos por separado.
           MOVE 0 TO CONT-LINEAS.
           MOVE SPACE TO PASADA-ANTERIOR.
           MOVE SPACE TO RECIBO-LINEA.
           STRING "RECIBO DE NOMINA DEL MES " DELIMITED BY SIZE
                  MES-X DELIMITED BY SIZE
                  "  EMPLEADO: " DELIMITED BY SIZE
                  ID-EMPLEADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-NOMBRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-APELLIDOS DELIMITED BY SIZE
               INTO RECIBO-LINEA.
           PERFORM EMITIR-LINEA-RECIBO.
           MOVE "N" TO FIN-RESULTADOS.
           MOVE ID-EMPLEADO TO RESNOM-EMPLEADOS-ID.
           MOVE MES-9 TO RESNOM-ANIO-MES.
           MOVE LOW-VALUES TO RESNOM-PASADA.
           MOVE ZERO TO RESNOM-LINEA.
           START RESULTADOS-NOMINA-ARCHIVO
               KEY IS NOT LESS THAN RESNOM-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-RESULTADOS
           END-START.
           IF FIN-RESULTADOS = "N"
               PERFORM LEER-LINEA-RESULTADO.
           PERFORM MOSTRAR-LINEA-RESULTADO
           UNTIL FIN-RESULTADOS = "S".

       LEER-LINEA-RESULTADO.
           READ RESULTADOS-NOMINA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-RESULTADOS
           END-READ.
           IF FIN-RESULTADOS = "N" AND
              (RESNOM-EMPLEADOS-ID NOT = ID-EMPLEADO OR
               RESNOM-ANIO-MES NOT = MES-9)
               MOVE "S" TO FIN-RESULTADOS.

       MOSTRAR-LINEA-RESULTADO.
           IF RESNOM-PASADA NOT = PASADA-ANTERIOR
               PERFORM MOSTRAR-CABECERA-PASADA.
           MOVE RESNOM-UNIDADES TO UNIDADES-EDITADAS.
           MOVE RESNOM-BASE TO BASE-EDITADA.
           MOVE RESNOM-PORCENTAJE TO PORCENTAJE-EDITADO.
           MOVE RESNOM-IMPORTE TO IMPORTE-EDITADO.
           MOVE SPACE TO RECIBO-LINEA.
           STRING "  " DELIMITED BY SIZE
                  RESNOM-LINEA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RESNOM-CONCEPTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RESNOM-DESCRIPCION DELIMITED BY SIZE
                  " UDS: " DELIMITED BY SIZE
                  UNIDADES-EDITADAS DELIMITED BY SIZE
                  " BASE: " DELIMITED BY SIZE
                  BASE-EDITADA DELIMITED BY SIZE
                  " %: " DELIMITED BY SIZE
                  PORCENTAJE-EDITADO DELIMITED BY SIZE
                  " IMPORTE: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO RECIBO-LINEA.
           PERFORM EMITIR-LINEA-RECIBO.
           ADD 1 TO CONT-LINEAS.
           PERFORM LEER-LINEA-RESULTADO.

       MOSTRAR-CABECERA-PASADA.
           MOVE RESNOM-PASADA TO PASADA-ANTERIOR.
           IF RESNOM-PASADA-NOMINA
               MOVE "NOMINA MENSUAL" TO DESCRIPCION-PASADA
           ELSE
           IF RESNOM-PASADA-EXTRA
               MOVE "PAGA EXTRAORDINARIA" TO DESCRIPCION-PASADA
           ELSE
           IF RESNOM-PASADA-RETRO
               MOVE "ATRASOS VALORADOS" TO DESCRIPCION-PASADA
           ELSE
           IF RESNOM-PASADA-FUERA-CICLO
               MOVE "PAGO FUERA DE CICLO" TO DESCRIPCION-PASADA
           ELSE
               MOVE "OTRA PASADA" TO DESCRIPCION-PASADA.
           MOVE SPACE TO RECIBO-LINEA.
           STRING DESCRIPCION-PASADA DELIMITED BY "  "
                  " (CALCULADA EL " DELIMITED BY SIZE
                  RESNOM-FECHA-PROCESO DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  RESNOM-PROGRAMA DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
               INTO RECIBO-LINEA.
           PERFORM EMITIR-LINEA-RECIBO.

       EMITIR-LINEA-RECIBO.
           IF SALIDA-RECIBO = "I"
               MOVE "L" TO INFORME-OPERACION
               MOVE RECIBO-LINEA TO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
           ELSE
               DISPLAY RECIBO-LINEA.

       ANOTAR-ACCESO.
           OPEN EXTEND ACCESOS-ARCHIVO.
           IF ACCESOS-ARCHIVO-STATUS = "35"
               OPEN OUTPUT ACCESOS-ARCHIVO.
           MOVE SPACE TO ACCESO-REGISTRO.
           ACCEPT ACCESO-FECHA FROM DATE YYYYMMDD.
           ACCEPT ACCESO-HORA FROM TIME.
           MOVE SESION-OPERADOR-ID TO ACCESO-OPERADOR-ID.
           MOVE ID-EMPLEADO TO ACCESO-EMPLEADOS-ID.
           MOVE "CONSULTA-RECIBOS" TO ACCESO-PROGRAMA.
           WRITE ACCESO-REGISTRO.
           CLOSE ACCESOS-ARCHIVO.

       REINICIAR.
           MOVE SPACE TO SI-NO.
           PERFORM PREGUNTAR-SI-NO
           UNTIL SI-NO = "S" OR SI-NO = "N".

       PREGUNTAR-SI-NO.
           DISPLAY "¿Desea consultar otro recibo?".
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO = "n"
               MOVE "N" TO SI-NO.
           IF SI-NO NOT = "S" AND SI-NO NOT = "N"
               DISPLAY "Debes introducir S/N.".

       END PROGRAM CONSULTA-RECIBOS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-DOCUMENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  SUB-D PIC 9(2) COMP VALUE 0.
       77  CONT-REVISADOS PIC 9(5) COMP VALUE 0.
       77  CONT-CON-PENDIENTES PIC 9(5) COMP VALUE 0.
       77  CONT-FALTAN PIC 9(5) COMP VALUE 0.
       77  CONT-CADUCADOS PIC 9(5) COMP VALUE 0.
       77  CONT-OBLIGATORIOS PIC 9(5) COMP VALUE 0.

       01  FECHA-DE-HOY PIC 9(8).
       01  SITUACION-TEXTO PIC X(10).
       01  OBLIGATORIO-TEXTO PIC X(11).
       01  CADUCIDAD-TEXTO PIC X(20).
       01  CONT-EDITADO PIC ZZZZ9.
       01  CONT-EDITADO-2 PIC ZZZZ9.
       01  CONT-EDITADO-3 PIC ZZZZ9.

      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de documentos pendientes.
       COPY "copybooks/28-LkDocumentos.cbl".
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Documentos que faltan o estan caducados en el expediente de
      *cada empleado activo, para que Recursos Humanos los reclame.
      *Los obligatorios se marcan porque impiden confirmar el
      *periodo de prueba.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           PERFORM ABRIR-INFORME.
           MOVE "S" TO LEE-TODO.
           PERFORM REVISAR-EMPLEADO
           UNTIL LEE-TODO = "N".
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM IMPRIMIR-TOTALES.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           STOP RUN.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_DOCUMENTOS.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-DOCUMENTOS" TO INFORME-PROGRAMA.
           MOVE "DOCUMENTOS PENDIENTES Y CADUCADOS"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "FECHA DE REFERENCIA: " DELIMITED BY SIZE
                  FECHA-DE-HOY DELIMITED BY SIZE
                  "  EMPLEADOS ACTIVOS CON DOCUMENTOS QUE FALTAN O "
                  DELIMITED BY SIZE
                  "HAN CADUCADO" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       REVISAR-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "N" TO LEE-TODO
           END-READ.
           IF LEE-TODO = "S" AND EMPLEADOS-ACTIVO
               PERFORM COMPROBAR-DOCUMENTOS-EMPLEADO.

       COMPROBAR-DOCUMENTOS-EMPLEADO.
           ADD 1 TO CONT-REVISADOS.
           MOVE SPACE TO DOCPEND-PETICION.
           MOVE EMPLEADOS-ID TO DOCPEND-EMPLEADOS-ID.
           MOVE EMPLEADOS-CONTRATO-TIPO TO DOCPEND-CONTRATO-TIPO.
           MOVE EMPLEADOS-DEPARTAMENTO TO DOCPEND-DEPARTAMENTO.
           MOVE FECHA-DE-HOY TO DOCPEND-FECHA.
           CALL "DOCUMENTOS-PENDIENTES" USING DOCPEND-PETICION.
           IF DOCPEND-PENDIENTES > 0
               PERFORM IMPRIMIR-EMPLEADO.

       IMPRIMIR-EMPLEADO.
           ADD 1 TO CONT-CON-PENDIENTES.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EMPLEADO: " DELIMITED BY SIZE
                  EMPLEADOS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-NOMBRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-APELLIDOS DELIMITED BY SIZE
                  " DEPTO: " DELIMITED BY SIZE
                  EMPLEADOS-DEPARTAMENTO DELIMITED BY SIZE
                  " CONTRATO: " DELIMITED BY SIZE
                  EMPLEADOS-CONTRATO-TIPO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE 1 TO SUB-D.
           PERFORM IMPRIMIR-DOCUMENTO
           UNTIL SUB-D > DOCPEND-REQUERIDOS.

       IMPRIMIR-DOCUMENTO.
           IF NOT DOCPEND-ENTREGADO (SUB-D)
               PERFORM IMPRIMIR-DOCUMENTO-PENDIENTE.
           ADD 1 TO SUB-D.

       IMPRIMIR-DOCUMENTO-PENDIENTE.
           IF DOCPEND-CADUCADO (SUB-D)
               MOVE "CADUCADO" TO SITUACION-TEXTO
               ADD 1 TO CONT-CADUCADOS
           ELSE
               MOVE "FALTA" TO SITUACION-TEXTO
               ADD 1 TO CONT-FALTAN.
           MOVE SPACE TO OBLIGATORIO-TEXTO.
           IF DOCPEND-OBLIGATORIO (SUB-D) = "S"
               MOVE "OBLIGATORIO" TO OBLIGATORIO-TEXTO
               ADD 1 TO CONT-OBLIGATORIOS.
           MOVE SPACE TO CADUCIDAD-TEXTO.
           IF DOCPEND-CADUCADO (SUB-D)
               STRING "CADUCO EL " DELIMITED BY SIZE
                      DOCPEND-FECHA-CADUCIDAD (SUB-D)
                      DELIMITED BY SIZE
                   INTO CADUCIDAD-TEXTO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   " DELIMITED BY SIZE
                  DOCPEND-CODIGO (SUB-D) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DOCPEND-DESCRIPCION (SUB-D) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SITUACION-TEXTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OBLIGATORIO-TEXTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CADUCIDAD-TEXTO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       IMPRIMIR-TOTALES.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-REVISADOS TO CONT-EDITADO.
           MOVE CONT-CON-PENDIENTES TO CONT-EDITADO-2.
           STRING "EMPLEADOS REVISADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "  CON DOCUMENTOS PENDIENTES: " DELIMITED BY SIZE
                  CONT-EDITADO-2 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-FALTAN TO CONT-EDITADO.
           MOVE CONT-CADUCADOS TO CONT-EDITADO-2.
           MOVE CONT-OBLIGATORIOS TO CONT-EDITADO-3.
           STRING "DOCUMENTOS QUE FALTAN: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "  CADUCADOS: " DELIMITED BY SIZE
                  CONT-EDITADO-2 DELIMITED BY SIZE
                  "  OBLIGATORIOS: " DELIMITED BY SIZE
                  CONT-EDITADO-3 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       END PROGRAM INFORME-DOCUMENTOS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUMENTOS-PENDIENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo maestro de tipos de documento.
       COPY "copybooks/28-PhTiposDocumento.cbl".
      *Registro de documentos recibidos de cada empleado.
       COPY "copybooks/28-PhDocumentos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo maestro de tipos de documento.
       COPY "copybooks/28-LoTiposDocumento.cbl".
      *Registro de documentos recibidos de cada empleado.
       COPY "copybooks/28-LoDocumentos.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-TIPOS PIC X.
       77  DOCUMENTOS-DISPONIBLES PIC X.
       77  EXIGENCIA-APLICA PIC X.
       77  SUB-D PIC 9(2) COMP VALUE 0.
       77  POSICION-DOCUMENTO PIC 9(2) COMP VALUE 0.
      *Estado del archivo maestro de tipos de documento.
       COPY "copybooks/28-EstadoTiposDocumento.cbl".
      *Estado del registro de documentos recibidos.
       COPY "copybooks/28-EstadoDocumentos.cbl".

       LINKAGE SECTION.
      *Area de peticion compartida con los llamadores.
       COPY "copybooks/28-LkDocumentos.cbl".

       PROCEDURE DIVISION USING DOCPEND-PETICION.

       EMPIEZA-PROGRAMA.
           MOVE 0 TO DOCPEND-REQUERIDOS.
           MOVE 0 TO DOCPEND-PENDIENTES.
           MOVE 0 TO DOCPEND-PENDIENTES-OBLIGATORIOS.
           OPEN INPUT TIPOS-DOCUMENTO-ARCHIVO.
           IF TIPOS-DOCUMENTO-STATUS NOT = "00"
               GO TO TERMINA-PROGRAMA.
           MOVE "N" TO FIN-TIPOS.
           PERFORM REVISAR-EXIGENCIA
           UNTIL FIN-TIPOS = "S".
           CLOSE TIPOS-DOCUMENTO-ARCHIVO.
           MOVE "S" TO DOCUMENTOS-DISPONIBLES.
           OPEN INPUT DOCUMENTOS-ARCHIVO.
           IF DOCUMENTOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO DOCUMENTOS-DISPONIBLES.
           MOVE 1 TO SUB-D.
           PERFORM COMPROBAR-DOCUMENTO
           UNTIL SUB-D > DOCPEND-REQUERIDOS.
           IF DOCUMENTOS-DISPONIBLES = "S"
               CLOSE DOCUMENTOS-ARCHIVO.

       TERMINA-PROGRAMA.
           GOBACK.

       REVISAR-EXIGENCIA.
      *Una exigencia aplica si es del departamento del empleado o de
      *todos, y de su tipo de contrato o de todos. Un mismo codigo
      *exigido por varias reglas cuenta una sola vez, obligatorio si
      *lo es en alguna de ellas.
           READ TIPOS-DOCUMENTO-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-TIPOS
           END-READ.
           IF FIN-TIPOS = "N"
               PERFORM COMPROBAR-EXIGENCIA
               IF EXIGENCIA-APLICA = "S"
                   PERFORM ANOTAR-EXIGENCIA.

       COMPROBAR-EXIGENCIA.
           MOVE "S" TO EXIGENCIA-APLICA.
           IF TIPODOC-DEPARTAMENTO NOT = SPACE AND
              TIPODOC-DEPARTAMENTO NOT = DOCPEND-DEPARTAMENTO
               MOVE "N" TO EXIGENCIA-APLICA.
           IF TIPODOC-CONTRATOS NOT = SPACE AND
              TIPODOC-CONTRATOS (1:1) NOT = DOCPEND-CONTRATO-TIPO AND
              TIPODOC-CONTRATOS (2:1) NOT = DOCPEND-CONTRATO-TIPO AND
              TIPODOC-CONTRATOS (3:1) NOT = DOCPEND-CONTRATO-TIPO
               MOVE "N" TO EXIGENCIA-APLICA.

       ANOTAR-EXIGENCIA.
           MOVE 0 TO POSICION-DOCUMENTO.
           MOVE 1 TO SUB-D.
           PERFORM COMPARAR-FILA-DOCUMENTO
           UNTIL SUB-D > DOCPEND-REQUERIDOS OR
                 POSICION-DOCUMENTO > 0.
           IF POSICION-DOCUMENTO = 0 AND DOCPEND-REQUERIDOS < 20
               ADD 1 TO DOCPEND-REQUERIDOS
               MOVE DOCPEND-REQUERIDOS TO POSICION-DOCUMENTO
               MOVE TIPODOC-CODIGO
                   TO DOCPEND-CODIGO (POSICION-DOCUMENTO)
               MOVE TIPODOC-DESCRIPCION
                   TO DOCPEND-DESCRIPCION (POSICION-DOCUMENTO)
               MOVE "N" TO DOCPEND-OBLIGATORIO (POSICION-DOCUMENTO).
           IF POSICION-DOCUMENTO > 0 AND TIPODOC-BLOQUEA-PRUEBA
               MOVE "S" TO DOCPEND-OBLIGATORIO (POSICION-DOCUMENTO).

       COMPARAR-FILA-DOCUMENTO.
           IF DOCPEND-CODIGO (SUB-D) = TIPODOC-CODIGO
               MOVE SUB-D TO POSICION-DOCUMENTO.
           ADD 1 TO SUB-D.

       COMPROBAR-DOCUMENTO.
      *Un documento caducado en la fecha de referencia cuenta como
      *pendiente igual que uno que falta.
           MOVE "F" TO DOCPEND-SITUACION (SUB-D).
           MOVE 0 TO DOCPEND-FECHA-RECEPCION (SUB-D).
           MOVE 0 TO DOCPEND-FECHA-CADUCIDAD (SUB-D).
           IF DOCUMENTOS-DISPONIBLES = "S"
               MOVE DOCPEND-EMPLEADOS-ID TO DOCUMENTO-EMPLEADOS-ID
               MOVE DOCPEND-CODIGO (SUB-D) TO DOCUMENTO-TIPO
               READ DOCUMENTOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "E" TO DOCPEND-SITUACION (SUB-D)
                       MOVE DOCUMENTO-FECHA-RECEPCION
                           TO DOCPEND-FECHA-RECEPCION (SUB-D)
                       MOVE DOCUMENTO-FECHA-CADUCIDAD
                           TO DOCPEND-FECHA-CADUCIDAD (SUB-D)
               END-READ.
           IF DOCPEND-ENTREGADO (SUB-D) AND
              DOCPEND-FECHA-CADUCIDAD (SUB-D) > 0 AND
              DOCPEND-FECHA-CADUCIDAD (SUB-D) < DOCPEND-FECHA
               MOVE "C" TO DOCPEND-SITUACION (SUB-D).
           IF NOT DOCPEND-ENTREGADO (SUB-D)
               ADD 1 TO DOCPEND-PENDIENTES
               IF DOCPEND-OBLIGATORIO (SUB-D) = "S"
                   ADD 1 TO DOCPEND-PENDIENTES-OBLIGATORIOS.
           ADD 1 TO SUB-D.

       END PROGRAM DOCUMENTOS-PENDIENTES.

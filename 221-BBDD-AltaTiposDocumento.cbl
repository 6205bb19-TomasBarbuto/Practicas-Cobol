       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTA-TIPOS-DOCUMENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo maestro de tipos de documento.
       COPY "copybooks/28-PhTiposDocumento.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo maestro de tipos de documento.
       COPY "copybooks/28-LoTiposDocumento.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  REGISTRO-EXISTE PIC X.
       77  DATOS-VALIDOS PIC X.
       77  SUB-C PIC 9(1) COMP VALUE 0.
      *Estado del archivo maestro de tipos de documento.
       COPY "copybooks/28-EstadoTiposDocumento.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           PERFORM ABRIR-TIPOS-DOCUMENTO.
           MOVE "S" TO SI-NO.
           PERFORM MANTENER-TIPO-DOCUMENTO
           UNTIL SI-NO = "N".
           CLOSE TIPOS-DOCUMENTO-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           STOP RUN.

       ABRIR-TIPOS-DOCUMENTO.
      *El maestro de tipos de documento es indexado. Si todavia no
      *existe lo creamos antes de abrirlo en modo aleatorio.
           OPEN I-O TIPOS-DOCUMENTO-ARCHIVO.
           IF TIPOS-DOCUMENTO-STATUS = "35"
               OPEN OUTPUT TIPOS-DOCUMENTO-ARCHIVO
               CLOSE TIPOS-DOCUMENTO-ARCHIVO
               OPEN I-O TIPOS-DOCUMENTO-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF TIPOS-DOCUMENTO-STATUS NOT = "00" AND
              TIPOS-DOCUMENTO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       TIPOS-DOCUMENTO-STATUS.

       MANTENER-TIPO-DOCUMENTO.
      *Cada combinacion de codigo y departamento es una exigencia
      *distinta; con el departamento en blanco se exige en todos.
           MOVE SPACE TO TIPODOC-REGISTRO.
           DISPLAY "Codigo de documento (4 caracteres): ".
           ACCEPT TIPODOC-CODIGO.
           DISPLAY "Departamento al que se exige (en blanco, todos): ".
           ACCEPT TIPODOC-DEPARTAMENTO.
           DISPLAY "Descripcion del documento: ".
           ACCEPT TIPODOC-DESCRIPCION.
           DISPLAY "Tipos de contrato a los que se exige (I, T, P; "
                   "en blanco, todos): ".
           ACCEPT TIPODOC-CONTRATOS.
           DISPLAY "Es obligatorio para confirmar el periodo de "
                   "prueba? (S/N): ".
           ACCEPT TIPODOC-OBLIGATORIO.
           DISPLAY "Tiene fecha de caducidad? (S/N): ".
           ACCEPT TIPODOC-CADUCA.
           PERFORM VALIDAR-TIPO-DOCUMENTO.
           IF DATOS-VALIDOS = "S"
               PERFORM GRABAR-TIPO-DOCUMENTO.
           DISPLAY "Desea mantener otro tipo de documento?".
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO NOT = "S"
               MOVE "N" TO SI-NO.

       VALIDAR-TIPO-DOCUMENTO.
           MOVE "S" TO DATOS-VALIDOS.
           IF TIPODOC-OBLIGATORIO = "s"
               MOVE "S" TO TIPODOC-OBLIGATORIO.
           IF TIPODOC-OBLIGATORIO NOT = "S"
               MOVE "N" TO TIPODOC-OBLIGATORIO.
           IF TIPODOC-CADUCA = "s"
               MOVE "S" TO TIPODOC-CADUCA.
           IF TIPODOC-CADUCA NOT = "S"
               MOVE "N" TO TIPODOC-CADUCA.
           IF TIPODOC-CODIGO = SPACE
               DISPLAY "El codigo de documento es obligatorio."
               MOVE "N" TO DATOS-VALIDOS.
           IF TIPODOC-DESCRIPCION = SPACE
               DISPLAY "La descripcion es obligatoria."
               MOVE "N" TO DATOS-VALIDOS.
           MOVE 1 TO SUB-C.
           PERFORM VALIDAR-TIPO-CONTRATO
           UNTIL SUB-C > 3.
           IF DATOS-VALIDOS = "N"
               DISPLAY "No se graba el tipo de documento.".

       VALIDAR-TIPO-CONTRATO.
           IF TIPODOC-CONTRATOS (SUB-C:1) NOT = SPACE AND
              TIPODOC-CONTRATOS (SUB-C:1) NOT = "I" AND
              TIPODOC-CONTRATOS (SUB-C:1) NOT = "T" AND
              TIPODOC-CONTRATOS (SUB-C:1) NOT = "P"
               DISPLAY "Tipo de contrato no valido: "
                       TIPODOC-CONTRATOS (SUB-C:1)
               MOVE "N" TO DATOS-VALIDOS.
           ADD 1 TO SUB-C.

       GRABAR-TIPO-DOCUMENTO.
      *Si la exigencia ya existe se reescribe, si no se da de alta.
           MOVE "S" TO REGISTRO-EXISTE.
           WRITE TIPODOC-REGISTRO
               INVALID KEY
                   MOVE "N" TO REGISTRO-EXISTE
           END-WRITE.
           IF REGISTRO-EXISTE = "N"
               REWRITE TIPODOC-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar el documento "
                               TIPODOC-CODIGO
               END-REWRITE
               DISPLAY "Tipo de documento existente actualizado.".
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       END PROGRAM ALTA-TIPOS-DOCUMENTO.

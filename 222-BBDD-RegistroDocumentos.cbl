       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRO-DOCUMENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de tipos de documento.
       COPY "copybooks/28-PhTiposDocumento.cbl".
      *Registro de documentos recibidos de cada empleado.
       COPY "copybooks/28-PhDocumentos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de tipos de documento.
       COPY "copybooks/28-LoTiposDocumento.cbl".
      *Registro de documentos recibidos de cada empleado.
       COPY "copybooks/28-LoDocumentos.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  TIPO-ENCONTRADO PIC X.
       77  DATOS-VALIDOS PIC X.
       77  REGISTRO-EXISTE PIC X.
       77  DOCUMENTO-CADUCA PIC X.
       77  SUB-D PIC 9(2) COMP VALUE 0.
       77  CONT-REGISTRADOS PIC 9(5) COMP VALUE 0.
       77  CONT-SUSTITUIDOS PIC 9(5) COMP VALUE 0.

       01  ID-EMPLEADO PIC X(6).
       01  CODIGO-DOCUMENTO PIC X(4).
       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-ENTRADA-X PIC X(8).
       01  FECHA-ENTRADA-9 REDEFINES FECHA-ENTRADA-X PIC 9(8).
       01  SITUACION-TEXTO PIC X(10).

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de documentos pendientes.
       COPY "copybooks/28-LkDocumentos.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de tipos de documento.
       COPY "copybooks/28-EstadoTiposDocumento.cbl".
      *Estado del registro de documentos recibidos.
       COPY "copybooks/28-EstadoDocumentos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Registro de los documentos y consentimientos que entrega cada
      *empleado. El maestro de tipos de documento dice cuales se le
      *exigen; aqui se anota la fecha de recepcion y, si caduca, la
      *de caducidad. El programa se llama desde el menu y puede
      *ejecutarse varias veces: los contadores se ponen a cero.
           MOVE 0 TO CONT-REGISTRADOS.
           MOVE 0 TO CONT-SUSTITUIDOS.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO NOT = "S"
               DISPLAY "Acceso denegado."
               GO TO TERMINA-PROGRAMA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           PERFORM CREAR-DOCUMENTOS.
           MOVE "S" TO SI-NO.
           PERFORM ATENDER-EMPLEADO
           UNTIL SI-NO = "N".
           CLOSE EMPLEADOS-ARCHIVO.
           DISPLAY "Documentos registrados:       " CONT-REGISTRADOS.
           DISPLAY "Documentos sustituidos:       " CONT-SUSTITUIDOS.

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *Basta con el rol de oficinista, pero el operador queda
      *anotado en cada documento registrado.
           MOVE SPACE TO SESION-PETICION.
           MOVE "C" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       CREAR-DOCUMENTOS.
      *El registro de documentos es indexado. Si todavia no existe
      *lo creamos vacio. Solo se mantiene abierto mientras se graba,
      *porque el modulo de documentos pendientes lo lee por su
      *cuenta.
           OPEN I-O DOCUMENTOS-ARCHIVO.
           IF DOCUMENTOS-ARCHIVO-STATUS = "35"
               OPEN OUTPUT DOCUMENTOS-ARCHIVO.
           CLOSE DOCUMENTOS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       ATENDER-EMPLEADO.
           PERFORM OBTENER-EMPLEADO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MOSTRAR-SITUACION
               MOVE "S" TO DATOS-VALIDOS
               PERFORM REGISTRAR-DOCUMENTO
                  THRU REGISTRAR-DOCUMENTO-FIN
               UNTIL DATOS-VALIDOS = "F"
               PERFORM MOSTRAR-SITUACION.
           PERFORM REINICIAR.

       OBTENER-EMPLEADO.
           DISPLAY "ID del empleado: ".
           ACCEPT ID-EMPLEADO.
           MOVE ID-EMPLEADO TO EMPLEADOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "No existe ningun empleado con ese ID."
           END-READ.

       MOSTRAR-SITUACION.
      *Documentos que el maestro exige al empleado segun su
      *departamento y su tipo de contrato, y en que situacion estan.
           MOVE SPACE TO DOCPEND-PETICION.
           MOVE EMPLEADOS-ID TO DOCPEND-EMPLEADOS-ID.
           MOVE EMPLEADOS-CONTRATO-TIPO TO DOCPEND-CONTRATO-TIPO.
           MOVE EMPLEADOS-DEPARTAMENTO TO DOCPEND-DEPARTAMENTO.
           MOVE FECHA-DE-HOY TO DOCPEND-FECHA.
           CALL "DOCUMENTOS-PENDIENTES" USING DOCPEND-PETICION.
           DISPLAY " ".
           DISPLAY "Documentos exigidos a " EMPLEADOS-NOMBRE " "
                   EMPLEADOS-APELLIDOS.
           IF DOCPEND-REQUERIDOS = 0
               DISPLAY "El maestro no le exige ningun documento.".
           MOVE 1 TO SUB-D.
           PERFORM MOSTRAR-FILA-DOCUMENTO
           UNTIL SUB-D > DOCPEND-REQUERIDOS.
           DISPLAY "Pendientes: " DOCPEND-PENDIENTES
                   "   Obligatorios pendientes: "
                   DOCPEND-PENDIENTES-OBLIGATORIOS.

       MOSTRAR-FILA-DOCUMENTO.
           IF DOCPEND-ENTREGADO (SUB-D)
               MOVE "ENTREGADO" TO SITUACION-TEXTO.
           IF DOCPEND-FALTA (SUB-D)
               MOVE "FALTA" TO SITUACION-TEXTO.
           IF DOCPEND-CADUCADO (SUB-D)
               MOVE "CADUCADO" TO SITUACION-TEXTO.
           DISPLAY DOCPEND-CODIGO (SUB-D) " "
                   DOCPEND-DESCRIPCION (SUB-D) " "
                   SITUACION-TEXTO " Oblig: "
                   DOCPEND-OBLIGATORIO (SUB-D) " Recibido: "
                   DOCPEND-FECHA-RECEPCION (SUB-D) " Caduca: "
                   DOCPEND-FECHA-CADUCIDAD (SUB-D).
           ADD 1 TO SUB-D.

       REGISTRAR-DOCUMENTO.
           DISPLAY "Codigo del documento recibido (en blanco, "
                   "terminar): ".
           MOVE SPACE TO CODIGO-DOCUMENTO.
           ACCEPT CODIGO-DOCUMENTO.
           IF CODIGO-DOCUMENTO = SPACE
               MOVE "F" TO DATOS-VALIDOS
               GO TO REGISTRAR-DOCUMENTO-FIN.
           PERFORM BUSCAR-TIPO-DOCUMENTO
              THRU BUSCAR-TIPO-DOCUMENTO-FIN.
           IF TIPO-ENCONTRADO = "N"
               DISPLAY "El documento no esta en el maestro de tipos "
                       "de documento."
               GO TO REGISTRAR-DOCUMENTO-FIN.
           MOVE SPACE TO DOCUMENTO-REGISTRO.
           MOVE EMPLEADOS-ID TO DOCUMENTO-EMPLEADOS-ID.
           MOVE CODIGO-DOCUMENTO TO DOCUMENTO-TIPO.
           DISPLAY "Fecha de recepcion (AAAAMMDD, en blanco hoy): ".
           MOVE SPACE TO FECHA-ENTRADA-X.
           ACCEPT FECHA-ENTRADA-X.
           IF FECHA-ENTRADA-X IS NUMERIC
               MOVE FECHA-ENTRADA-9 TO DOCUMENTO-FECHA-RECEPCION
           ELSE
               MOVE FECHA-DE-HOY TO DOCUMENTO-FECHA-RECEPCION.
           IF DOCUMENTO-FECHA-RECEPCION > FECHA-DE-HOY
               DISPLAY "La fecha de recepcion no puede ser futura, "
                       "no se registra el documento."
               GO TO REGISTRAR-DOCUMENTO-FIN.
           MOVE ZERO TO DOCUMENTO-FECHA-CADUCIDAD.
           IF DOCUMENTO-CADUCA = "S"
               DISPLAY "Fecha de caducidad (AAAAMMDD): "
               MOVE SPACE TO FECHA-ENTRADA-X
               ACCEPT FECHA-ENTRADA-X
               IF FECHA-ENTRADA-X IS NUMERIC
                   MOVE FECHA-ENTRADA-9 TO DOCUMENTO-FECHA-CADUCIDAD.
           IF DOCUMENTO-CADUCA = "S" AND
              DOCUMENTO-FECHA-CADUCIDAD NOT >
              DOCUMENTO-FECHA-RECEPCION
               DISPLAY "Este documento caduca: la fecha de caducidad "
                       "es obligatoria y posterior a la de recepcion."
               GO TO REGISTRAR-DOCUMENTO-FIN.
           DISPLAY "Observaciones: ".
           ACCEPT DOCUMENTO-OBSERVACIONES.
           MOVE SESION-OPERADOR-ID TO DOCUMENTO-OPERADOR-ID.
           PERFORM GRABAR-DOCUMENTO.

       REGISTRAR-DOCUMENTO-FIN.
           EXIT.

       BUSCAR-TIPO-DOCUMENTO.
      *El codigo puede estar en el maestro para varios departamentos;
      *basta con que exista en alguno. Caduca si caduca en el primero
      *que se encuentra, que es el de todos los departamentos.
           MOVE "N" TO TIPO-ENCONTRADO.
           MOVE "N" TO DOCUMENTO-CADUCA.
           OPEN INPUT TIPOS-DOCUMENTO-ARCHIVO.
           IF TIPOS-DOCUMENTO-STATUS NOT = "00"
               GO TO BUSCAR-TIPO-DOCUMENTO-FIN.
           MOVE CODIGO-DOCUMENTO TO TIPODOC-CODIGO.
           MOVE SPACE TO TIPODOC-DEPARTAMENTO.
           START TIPOS-DOCUMENTO-ARCHIVO KEY IS NOT LESS THAN
                 TIPODOC-CLAVE
               INVALID KEY
                   CLOSE TIPOS-DOCUMENTO-ARCHIVO
                   GO TO BUSCAR-TIPO-DOCUMENTO-FIN
           END-START.
           READ TIPOS-DOCUMENTO-ARCHIVO NEXT RECORD
               AT END
                   MOVE SPACE TO TIPODOC-CODIGO
           END-READ.
           IF TIPODOC-CODIGO = CODIGO-DOCUMENTO
               MOVE "S" TO TIPO-ENCONTRADO
               MOVE TIPODOC-CADUCA TO DOCUMENTO-CADUCA
               DISPLAY TIPODOC-DESCRIPCION.
           CLOSE TIPOS-DOCUMENTO-ARCHIVO.

       BUSCAR-TIPO-DOCUMENTO-FIN.
           EXIT.

       GRABAR-DOCUMENTO.
      *Una copia nueva del mismo documento (renovacion de un carne,
      *consentimiento firmado de nuevo) sustituye a la anterior.
           OPEN I-O DOCUMENTOS-ARCHIVO.
           MOVE "S" TO REGISTRO-EXISTE.
           WRITE DOCUMENTO-REGISTRO
               INVALID KEY
                   MOVE "N" TO REGISTRO-EXISTE
           END-WRITE.
           IF REGISTRO-EXISTE = "S"
               ADD 1 TO CONT-REGISTRADOS
               DISPLAY "Documento registrado."
           ELSE
               REWRITE DOCUMENTO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el documento "
                               DOCUMENTO-TIPO
                   END-REWRITE
               ADD 1 TO CONT-SUSTITUIDOS
               DISPLAY "Documento sustituido por la copia nueva.".
           CLOSE DOCUMENTOS-ARCHIVO.

       REINICIAR.
           MOVE SPACE TO SI-NO.
           PERFORM PREGUNTAR-SI-NO
           UNTIL SI-NO = "S" OR SI-NO = "N".

       PREGUNTAR-SI-NO.
           DISPLAY "Desea atender a otro empleado?".
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO = "n"
               MOVE "N" TO SI-NO.
           IF SI-NO NOT = "S" AND SI-NO NOT = "N"
               DISPLAY "Debes introducir S/N.".

       END PROGRAM REGISTRO-DOCUMENTOS.

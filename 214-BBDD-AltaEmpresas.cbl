       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTA-EMPRESAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo maestro de empresas del grupo.
       COPY "copybooks/28-PhEmpresas.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo maestro de empresas del grupo.
       COPY "copybooks/28-LoEmpresas.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  REGISTRO-EXISTE PIC X.
       77  DATOS-VALIDOS PIC X.
      *Estado del archivo maestro de empresas del grupo.
       COPY "copybooks/28-EstadoEmpresas.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           PERFORM ABRIR-EMPRESAS.
           MOVE "S" TO SI-NO.
           PERFORM MANTENER-EMPRESA
           UNTIL SI-NO = "N".
           CLOSE EMPRESAS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           STOP RUN.

       ABRIR-EMPRESAS.
      *El maestro de empresas es indexado. Si todavia no existe lo
      *creamos antes de abrirlo en modo aleatorio.
           OPEN I-O EMPRESAS-ARCHIVO.
           IF EMPRESAS-ARCHIVO-STATUS = "35"
               OPEN OUTPUT EMPRESAS-ARCHIVO
               CLOSE EMPRESAS-ARCHIVO
               OPEN I-O EMPRESAS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPRESAS-ARCHIVO-STATUS NOT = "00" AND
              EMPRESAS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPRESAS-ARCHIVO-STATUS.

       MANTENER-EMPRESA.
      *La empresa "01" es la principal: a ella pertenecen los
      *empleados y departamentos grabados antes de este maestro.
           MOVE SPACE TO EMPRESA-REGISTRO.
           DISPLAY "Codigo de empresa (2 caracteres, 01 = empresa "
                   "principal): ".
           ACCEPT EMPRESA-CODIGO.
           DISPLAY "Razon social: ".
           ACCEPT EMPRESA-NOMBRE.
           DISPLAY "CIF (9 caracteres): ".
           ACCEPT EMPRESA-CIF.
           DISPLAY "Codigo de cuenta de cotizacion (11 digitos): ".
           ACCEPT EMPRESA-CUENTA-COTIZACION.
           PERFORM VALIDAR-EMPRESA.
           IF DATOS-VALIDOS = "S"
               PERFORM GRABAR-EMPRESA.
           DISPLAY "¿Desea mantener otra empresa?".
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO NOT = "S"
               MOVE "N" TO SI-NO.

       VALIDAR-EMPRESA.
      *Sin CIF ni cuenta de cotizacion la empresa no puede firmar
      *sus declaraciones ni sus liquidaciones.
           MOVE "S" TO DATOS-VALIDOS.
           IF EMPRESA-CODIGO = SPACE
               DISPLAY "El codigo de empresa es obligatorio."
               MOVE "N" TO DATOS-VALIDOS.
           IF EMPRESA-CIF = SPACE
               DISPLAY "El CIF es obligatorio."
               MOVE "N" TO DATOS-VALIDOS.
           IF EMPRESA-CUENTA-COTIZACION NOT NUMERIC
               DISPLAY "La cuenta de cotizacion debe tener 11 "
                       "digitos."
               MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "N"
               DISPLAY "No se graba la empresa.".

       GRABAR-EMPRESA.
      *Si la empresa ya existe se reescribe, si no se da de alta.
           MOVE "S" TO REGISTRO-EXISTE.
           WRITE EMPRESA-REGISTRO
               INVALID KEY
                   MOVE "N" TO REGISTRO-EXISTE
           END-WRITE.
           IF REGISTRO-EXISTE = "N"
               REWRITE EMPRESA-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar la empresa "
                               EMPRESA-CODIGO
               END-REWRITE
               DISPLAY "Empresa existente actualizada.".
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       END PROGRAM ALTA-EMPRESAS.

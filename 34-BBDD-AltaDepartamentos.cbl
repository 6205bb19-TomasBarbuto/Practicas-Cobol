       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de divisiones.
       COPY "copybooks/28-PhDivisiones.cbl".
      *Archivo maestro de empresas del grupo.
       COPY "copybooks/28-PhEmpresas.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de divisiones.
       COPY "copybooks/28-LoDivisiones.cbl".
      *Archivo maestro de empresas del grupo.
       COPY "copybooks/28-LoEmpresas.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  RESPONSABLE-VALIDO PIC X.
       77  DIVISION-VALIDA PIC X.
       77  DIVISIONES-DISPONIBLES PIC X VALUE "N".
       77  EMPRESA-VALIDA PIC X.
       77  EMPRESAS-DISPONIBLES PIC X VALUE "N".
      *Estado del archivo maestro de divisiones.
       COPY "copybooks/28-EstadoDivisiones.cbl".
      *Estado del archivo maestro de empresas del grupo.
       COPY "copybooks/28-EstadoEmpresas.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del archivo indexado de empleados.
           OPEN INPUT DIVISIONES-ARCHIVO.
           IF DIVISIONES-ARCHIVO-STATUS = "35"
               MOVE "N" TO DIVISIONES-DISPONIBLES.
      *Sin maestro de empresas el departamento queda en la empresa
      *principal.
           MOVE "S" TO EMPRESAS-DISPONIBLES.
           OPEN INPUT EMPRESAS-ARCHIVO.
           IF EMPRESAS-ARCHIVO-STATUS = "35"
               MOVE "N" TO EMPRESAS-DISPONIBLES.
           MOVE "S" TO SI-NO.
           PERFORM AGREGAR-DEPARTAMENTO
           UNTIL SI-NO = "N".
           CLOSE EMPLEADOS-ARCHIVO.
           IF DIVISIONES-DISPONIBLES = "S"
               CLOSE DIVISIONES-ARCHIVO.
           IF EMPRESAS-DISPONIBLES = "S"
               CLOSE EMPRESAS-ARCHIVO.
           STOP RUN.

       COMPROBAR-ESTADO-ARCHIVO.
           ACCEPT DEPARTAMENTOS-RESPONSABLE.
           PERFORM OBTENER-RESPONSABLE-ID.
           PERFORM OBTENER-DIVISION.
           PERFORM OBTENER-EMPRESA.
           WRITE DEPARTAMENTOS-REGISTRO
               INVALID KEY
                   DISPLAY "Ya existe un departamento con ese codigo."
                       MOVE "S" TO DIVISION-VALIDA
               END-READ.

       OBTENER-EMPRESA.
      *La empresa debe existir en el maestro; en blanco el
      *departamento es de la empresa principal.
           IF EMPRESAS-DISPONIBLES = "N"
               MOVE SPACE TO DEPARTAMENTOS-EMPRESA
           ELSE
               MOVE "N" TO EMPRESA-VALIDA
               PERFORM SOLICITAR-EMPRESA
               UNTIL EMPRESA-VALIDA = "S".

       SOLICITAR-EMPRESA.
           DISPLAY "Codigo de empresa del grupo (en blanco = empresa "
                   "principal): ".
           ACCEPT DEPARTAMENTOS-EMPRESA.
           IF DEPARTAMENTOS-EMPRESA = SPACE
               MOVE "S" TO EMPRESA-VALIDA
           ELSE
               MOVE DEPARTAMENTOS-EMPRESA TO EMPRESA-CODIGO
               READ EMPRESAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "No existe ninguna empresa con ese "
                               "codigo."
                       MOVE "N" TO EMPRESA-VALIDA
                   NOT INVALID KEY
                       DISPLAY "Empresa: " EMPRESA-NOMBRE
                       MOVE "S" TO EMPRESA-VALIDA
               END-READ.

       END PROGRAM ALTA-DEPARTAMENTOS.

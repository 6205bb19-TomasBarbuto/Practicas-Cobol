       COPY "copybooks/28-PhFile.cbl".
      *Archivo de material de empresa entregado.
       COPY "copybooks/28-PhMaterial.cbl".
      *Registro de personal externo de ETT y contratas.
       COPY "copybooks/28-PhContingentes.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de material de empresa entregado.
       COPY "copybooks/28-LoMaterial.cbl".
      *Registro de personal externo de ETT y contratas.
       COPY "copybooks/28-LoContingentes.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  ACCION-ELEGIDA PIC X.
       77  CONT-ENTREGAS PIC 9(4) COMP VALUE 0.
       77  CONT-DEVOLUCIONES PIC 9(4) COMP VALUE 0.
       77  CONTINGENTES-DISPONIBLES PIC X.
       77  ENTREGA-PERMITIDA PIC X.

       01  ID-EMPLEADO PIC X(6).
       01  ARTICULO-ENTRADA PIC X(4).
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de material de empresa.
       COPY "copybooks/28-EstadoMaterial.cbl".
      *Estado del registro de personal externo.
       COPY "copybooks/28-EstadoContingentes.cbl".

       PROCEDURE DIVISION.

           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           PERFORM ABRIR-MATERIAL.
           MOVE "S" TO CONTINGENTES-DISPONIBLES.
           OPEN INPUT CONTINGENTES-ARCHIVO.
           IF CONTINGENTES-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO CONTINGENTES-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE MATERIAL-ARCHIVO.
           IF CONTINGENTES-DISPONIBLES = "S"
               CLOSE CONTINGENTES-ARCHIVO.

       ABRIR-MATERIAL.
      *El archivo de material es indexado. Si todavia no existe lo
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM PEDIR-ACCION
               IF ACCION-ELEGIDA = "E"
                   IF ENTREGA-PERMITIDA = "S"
                       PERFORM REGISTRAR-ENTREGA
                   ELSE
                       DISPLAY "El encargo de esta persona no esta "
                               "en vigor, no se le entrega material."
                   END-IF
               ELSE
                   PERFORM REGISTRAR-DEVOLUCION
                       THRU REGISTRAR-DEVOLUCION-FIN.
           PERFORM REINICIAR.

       OBTENER-EMPLEADO.
      *El personal de ETT y contratas recibe material con su ID
      *"C" del registro de personal externo; solo se le entrega
      *mientras su encargo esta en vigor, y la devolucion se admite
      *siempre.
           DISPLAY "ID del empleado o del personal externo: ".
           ACCEPT ID-EMPLEADO.
           MOVE "S" TO ENTREGA-PERMITIDA.
           IF ID-EMPLEADO (1:1) = "C"
               PERFORM OBTENER-CONTINGENTE
           ELSE
               PERFORM OBTENER-EMPLEADO-PLANTILLA.

       OBTENER-EMPLEADO-PLANTILLA.
           MOVE ID-EMPLEADO TO EMPLEADOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ EMPLEADOS-ARCHIVO
                   DISPLAY "No existe ningun empleado con ese ID."
           END-READ.

       OBTENER-CONTINGENTE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           IF CONTINGENTES-DISPONIBLES = "N"
               MOVE "N" TO REGISTRO-ENCONTRADO
           ELSE
               MOVE ID-EMPLEADO TO CONTINGENTE-ID
               READ CONTINGENTES-ARCHIVO
                   INVALID KEY
                       MOVE "N" TO REGISTRO-ENCONTRADO
               END-READ.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "No existe personal externo con ese ID."
           ELSE
               DISPLAY CONTINGENTE-NOMBRE " " CONTINGENTE-APELLIDOS
                       " (" CONTINGENTE-AGENCIA ")"
               IF NOT CONTINGENTE-ACTIVO OR
                  CONTINGENTE-FECHA-INICIO > FECHA-DE-HOY OR
                  (CONTINGENTE-FECHA-FIN > 0 AND
                   CONTINGENTE-FECHA-FIN < FECHA-DE-HOY)
                   MOVE "N" TO ENTREGA-PERMITIDA.

       PEDIR-ACCION.
           MOVE SPACE TO ACCION-ELEGIDA.
           PERFORM PREGUNTAR-ACCION

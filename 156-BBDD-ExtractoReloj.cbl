       COPY "copybooks/28-PhFile.cbl".
      *Extracto de plantilla para el reloj de fichajes.
       COPY "copybooks/28-PhReloj.cbl".
      *Registro de personal externo de ETT y contratas.
       COPY "copybooks/28-PhContingentes.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoFile.cbl".
      *Extracto de plantilla para el reloj de fichajes.
       COPY "copybooks/28-LoReloj.cbl".
      *Registro de personal externo de ETT y contratas.
       COPY "copybooks/28-LoContingentes.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  CONT-EXTRAIDOS PIC 9(5) COMP VALUE 0.
       77  CONT-EXTERNOS PIC 9(5) COMP VALUE 0.
       77  CONT-LEIDOS PIC 9(5) COMP VALUE 0.
       77  FIN-CONTINGENTES PIC X.

       01  FECHA-DE-HOY PIC 9(8).

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del extracto de plantilla para el reloj.
       COPY "copybooks/28-EstadoReloj.cbl".
      *Estado del registro de personal externo.
       COPY "copybooks/28-EstadoContingentes.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de cifras de control de la cadena.
       COPY "copybooks/28-LkBalance.cbl".

       PROCEDURE DIVISION.

      *este extracto y rechazan en puerta las tarjetas que no esten
      *en el, en vez de dejar que los fichajes de bajas y erratas
      *mueran como excepciones en la carga de horas.
           MOVE 0 TO CONT-EXTRAIDOS.
           MOVE 0 TO CONT-EXTERNOS.
           MOVE 0 TO CONT-LEIDOS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM EXTRAER-EMPLEADO
           UNTIL LEE-TODO = "1".
           PERFORM EXTRAER-PERSONAL-EXTERNO.
           PERFORM ESCRIBIR-COLA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Extracto para el reloj generado en "
                   "RELOJ_PLANTILLA.TXT".
           DISPLAY "Empleados activos extraidos: " CONT-EXTRAIDOS.
           DISPLAY "Personal externo en encargo: " CONT-EXTERNOS.
           PERFORM ANOTAR-CIFRAS-DE-CONTROL.
           GOBACK.

       ANOTAR-CIFRAS-DE-CONTROL.
      *Los empleados del extracto deben coincidir con los activos de
      *la foto del maestro; el personal externo va en su propio
      *ambito porque no esta en el maestro.
           MOVE SPACE TO BALPET-PETICION.
           MOVE "EXTRACTO-RELOJ" TO BALPET-PROGRAMA.
           MOVE "EMPLEADO" TO BALPET-AMBITO.
           MOVE CONT-LEIDOS TO BALPET-LEIDOS.
           MOVE CONT-EXTRAIDOS TO BALPET-ESCRITOS.
           MOVE ZERO TO BALPET-IMPORTE.
           CALL "ANOTAR-BALANCE" USING BALPET-PETICION.
           MOVE SPACE TO BALPET-PETICION.
           MOVE "EXTRACTO-RELOJ" TO BALPET-PROGRAMA.
           MOVE "EXTERNO" TO BALPET-AMBITO.
           MOVE CONT-EXTERNOS TO BALPET-LEIDOS.
           MOVE CONT-EXTERNOS TO BALPET-ESCRITOS.
           MOVE ZERO TO BALPET-IMPORTE.
           CALL "ANOTAR-BALANCE" USING BALPET-PETICION.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
                       RELOJ-ARCHIVO-STATUS.

       EXTRAER-EMPLEADO.
           ADD 1 TO CONT-LEIDOS.
           IF EMPLEADOS-ACTIVO
               MOVE SPACE TO RELOJ-REGISTRO
               MOVE "D" TO RELOJ-TIPO
               ADD 1 TO CONT-EXTRAIDOS.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       EXTRAER-PERSONAL-EXTERNO.
      *El personal de ETT y contratas tambien ficha y tambien tiene
      *que figurar en las listas de presencia del reloj: entra en el
      *extracto con su ID "C" mientras dure su encargo a la fecha de
      *negocio. Sin registro de personal externo no se anade nadie.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           OPEN INPUT CONTINGENTES-ARCHIVO.
           IF CONTINGENTES-ARCHIVO-STATUS = "00"
               MOVE "N" TO FIN-CONTINGENTES
               PERFORM EXTRAER-CONTINGENTE
               UNTIL FIN-CONTINGENTES = "S"
               CLOSE CONTINGENTES-ARCHIVO.

       EXTRAER-CONTINGENTE.
           READ CONTINGENTES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CONTINGENTES
           END-READ.
           IF FIN-CONTINGENTES = "N" AND CONTINGENTE-ACTIVO AND
              CONTINGENTE-FECHA-INICIO NOT > FECHA-DE-HOY AND
              (CONTINGENTE-FECHA-FIN = 0 OR
               CONTINGENTE-FECHA-FIN NOT < FECHA-DE-HOY)
               MOVE SPACE TO RELOJ-REGISTRO
               MOVE "D" TO RELOJ-TIPO
               MOVE CONTINGENTE-ID TO RELOJ-EMPLEADOS-ID
               MOVE CONTINGENTE-NOMBRE TO RELOJ-NOMBRE
               MOVE CONTINGENTE-APELLIDOS TO RELOJ-APELLIDOS
               MOVE CONTINGENTE-DEPARTAMENTO TO RELOJ-DEPARTAMENTO
               MOVE CONTINGENTE-SUCURSAL TO RELOJ-SUCURSAL
               WRITE RELOJ-REGISTRO
               PERFORM COMPROBAR-ESTADO-RELOJ
               ADD 1 TO CONT-EXTERNOS.

       ESCRIBIR-COLA.
      *El recuento de la cola incluye al personal externo, que el
      *terminal carga igual que a los empleados.
           MOVE SPACE TO RELOJ-COLA-REGISTRO.
           MOVE "T" TO RELOJ-COLA-TIPO.
           COMPUTE RELOJ-COLA-REGISTROS = CONT-EXTRAIDOS +
                   CONT-EXTERNOS.
           WRITE RELOJ-COLA-REGISTRO.
           PERFORM COMPROBAR-ESTADO-RELOJ.


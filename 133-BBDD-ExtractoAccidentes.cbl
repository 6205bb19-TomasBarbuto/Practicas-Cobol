       77  LEE-TODO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CONT-PARTES PIC 9(5) COMP VALUE 0.
       77  SUB-E PIC 9(2) COMP VALUE 0.
       77  SUB-M PIC 9(2) COMP VALUE 0.

      *Con el maestro de empresas cada empresa del grupo envia a su
      *mutua los partes de sus empleados en el extracto
      *ACCIDENTES_MUTUA_<empresa>.TXT. El accidente anterior al
      *traslado del empleado es de la empresa de la que salio.
       01  EMPRESA-EXTRACTO PIC X(2) VALUE SPACE.
       01  EMPRESA-ACCIDENTE PIC X(2).
      *Empresas del grupo cargadas del maestro.
       COPY "copybooks/28-LkEmpresas.cbl".

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           CALL "EMPRESAS-GRUPO" USING GRUPO-PETICION.
           IF GRUPO-EMPRESAS = 0
               PERFORM EXTRAER-PARTES
           ELSE
               MOVE 1 TO SUB-E
               PERFORM EXTRAER-PARTES-EMPRESA
               UNTIL SUB-E > GRUPO-EMPRESAS.
           STOP RUN.

       EXTRAER-PARTES.
           MOVE 0 TO CONT-PARTES.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           MOVE "0" TO LEE-TODO.
           PERFORM LEER-ACCIDENTE.
           PERFORM ESCRIBIR-COLA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Partes de accidente extraidos: " CONT-PARTES.
           DISPLAY "Extracto generado en " EXTRACTO-ACCIDENTES-NOMBRE.

       EXTRAER-PARTES-EMPRESA.
           MOVE GRUPO-CODIGO (SUB-E) TO EMPRESA-EXTRACTO.
           MOVE SPACE TO EXTRACTO-ACCIDENTES-NOMBRE.
           STRING "ACCIDENTES_MUTUA_" DELIMITED BY SIZE
                  EMPRESA-EXTRACTO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO EXTRACTO-ACCIDENTES-NOMBRE.
           PERFORM EXTRAER-PARTES.
           ADD 1 TO SUB-E.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.

       EXTRAER-ACCIDENTE.
           PERFORM BUSCAR-ACCIDENTADO.
           IF EMPRESA-EXTRACTO NOT = SPACE
               PERFORM DETERMINAR-EMPRESA-ACCIDENTE
               IF EMPRESA-ACCIDENTE NOT = EMPRESA-EXTRACTO
                   PERFORM LEER-ACCIDENTE
                   GO TO EXTRAER-ACCIDENTE-FIN.
           MOVE SPACE TO EXTACC-REGISTRO.
           MOVE "A" TO EXTACC-TIPO.
           MOVE ACCIDENTE-EMPLEADOS-ID TO EXTACC-EMPLEADOS-ID.
           ADD 1 TO CONT-PARTES.
           PERFORM LEER-ACCIDENTE.

       EXTRAER-ACCIDENTE-FIN.
           EXIT.

       DETERMINAR-EMPRESA-ACCIDENTE.
      *El empleado fuera del maestro, sin empresa o con una empresa
      *desconocida es de la empresa principal.
           MOVE GRUPO-PRINCIPAL TO EMPRESA-ACCIDENTE.
           IF REGISTRO-ENCONTRADO = "S"
               IF EMPLEADOS-EMPRESA NOT = SPACE
                   MOVE EMPLEADOS-EMPRESA TO EMPRESA-ACCIDENTE
               END-IF
               IF EMPLEADOS-EMPRESA-DESDE-X NUMERIC AND
                  EMPLEADOS-EMPRESA-ANTERIOR NOT = SPACE
                   IF ACCIDENTE-FECHA < EMPLEADOS-EMPRESA-DESDE
                       MOVE EMPLEADOS-EMPRESA-ANTERIOR
                           TO EMPRESA-ACCIDENTE.
           MOVE 1 TO SUB-M.
           PERFORM BUSCAR-EMPRESA-GRUPO
           UNTIL SUB-M > GRUPO-EMPRESAS OR
                 GRUPO-CODIGO (SUB-M) = EMPRESA-ACCIDENTE.
           IF SUB-M > GRUPO-EMPRESAS
               MOVE GRUPO-PRINCIPAL TO EMPRESA-ACCIDENTE.

       BUSCAR-EMPRESA-GRUPO.
           ADD 1 TO SUB-M.

       BUSCAR-ACCIDENTADO.
           MOVE ACCIDENTE-EMPLEADOS-ID TO EMPLEADOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE SPACE TO EXTACC-COLA-REGISTRO.
           MOVE "T" TO EXTACC-COLA-TIPO.
           MOVE CONT-PARTES TO EXTACC-COLA-PARTES.
           IF EMPRESA-EXTRACTO NOT = SPACE
               MOVE EMPRESA-EXTRACTO TO EXTACC-COLA-EMPRESA
               MOVE GRUPO-CUENTA-COTIZACION (SUB-E)
                   TO EXTACC-COLA-CUENTA-COTIZACION.
           WRITE EXTACC-COLA-REGISTRO.

       END PROGRAM EXTRACTO-ACCIDENTES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-EXCEPCION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo comun de excepciones.
       COPY "copybooks/28-PhExcepciones.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo comun de excepciones.
       COPY "copybooks/28-LoExcepciones.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo comun de excepciones.
       COPY "copybooks/28-EstadoExcepciones.cbl".

       LINKAGE SECTION.
      *Area de peticion compartida con los programas que detectan
      *excepciones.
       COPY "copybooks/28-LkExcepciones.cbl".

       PROCEDURE DIVISION USING EXCPET-PETICION.

       EMPIEZA-PROGRAMA.
      *Anota una excepcion en el archivo comun. Si el mismo caso ya
      *esta anotado, abierto o cerrado, no se toca: los informes que
      *se repiten cada noche no reabren lo que un supervisor cerro.
           MOVE "X" TO EXCPET-RESULTADO.
           MOVE SPACE TO EXCEPCION-REGISTRO.
           MOVE EXCPET-CODIGO TO EXCEPCION-CODIGO.
           MOVE EXCPET-EMPLEADOS-ID TO EXCEPCION-EMPLEADOS-ID.
           MOVE EXCPET-REFERENCIA TO EXCEPCION-REFERENCIA.
           MOVE EXCPET-PROGRAMA TO EXCEPCION-PROGRAMA.
           MOVE EXCPET-GRAVEDAD TO EXCEPCION-GRAVEDAD.
           IF NOT EXCEPCION-GRAVEDAD-ALTA AND
              NOT EXCEPCION-GRAVEDAD-BAJA
               MOVE "M" TO EXCEPCION-GRAVEDAD.
           MOVE EXCPET-DEPARTAMENTO TO EXCEPCION-DEPARTAMENTO.
           IF EXCEPCION-DEPARTAMENTO = SPACE
               PERFORM BUSCAR-DEPARTAMENTO.
           MOVE EXCPET-DESCRIPCION TO EXCEPCION-DESCRIPCION.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO EXCEPCION-FECHA-ALTA.
           MOVE "P" TO EXCEPCION-ESTADO.
           MOVE ZERO TO EXCEPCION-FECHA-CIERRE.
           OPEN I-O EXCEPCIONES-ARCHIVO.
           IF EXCEPCIONES-ARCHIVO-STATUS = "35"
               OPEN OUTPUT EXCEPCIONES-ARCHIVO
               CLOSE EXCEPCIONES-ARCHIVO
               OPEN I-O EXCEPCIONES-ARCHIVO.
           IF EXCEPCIONES-ARCHIVO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de excepciones: "
                       EXCEPCIONES-ARCHIVO-STATUS
               GO TO TERMINA-PROGRAMA.
           WRITE EXCEPCION-REGISTRO
               INVALID KEY
                   MOVE "E" TO EXCPET-RESULTADO
               NOT INVALID KEY
                   MOVE "N" TO EXCPET-RESULTADO
           END-WRITE.
           CLOSE EXCEPCIONES-ARCHIVO.

       TERMINA-PROGRAMA.
           GOBACK.

       BUSCAR-DEPARTAMENTO.
      *Sin departamento del llamador la excepcion se asigna al del
      *empleado. Si el empleado no esta en el maestro queda en
      *blanco y la recoge cualquier supervisor.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS = "00"
               MOVE EXCPET-EMPLEADOS-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPLEADOS-DEPARTAMENTO
                           TO EXCEPCION-DEPARTAMENTO
               END-READ
               CLOSE EMPLEADOS-ARCHIVO.

       END PROGRAM REGISTRAR-EXCEPCION.

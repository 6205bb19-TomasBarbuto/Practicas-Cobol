       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-SUCESIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Plan de sucesion de los puestos clave.
       COPY "copybooks/28-PhSucesiones.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Plan de sucesion de los puestos clave.
       COPY "copybooks/28-LoSucesiones.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-DEPARTAMENTOS PIC X.
       77  SUCESIONES-DISPONIBLES PIC X.
       77  PLAN-EXISTE PIC X.
       77  SUCESOR-VALIDO PIC X.
       77  HAY-PREPARADO PIC X.
       77  HAY-INVALIDO PIC X.
       77  SUB-S PIC 9(1) COMP VALUE 0.
       77  CONT-PUESTOS PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-PLAN PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-PREPARADO PIC 9(5) COMP VALUE 0.
       77  CONT-CON-INVALIDOS PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).

      *Motivo por el que un sucesor nombrado ya no sirve.
       01  MOTIVO-SUCESOR PIC X(30).
       01  PREPARACION-TEXTO PIC X(15).

       01  REVISION-EDITADA.
           05 REVISION-DIA PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 REVISION-MES PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 REVISION-ANIO PIC 9(4).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del plan de sucesion de los puestos clave.
       COPY "copybooks/28-EstadoSucesiones.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ABRIR-INFORME.
           MOVE "N" TO FIN-DEPARTAMENTOS.
           MOVE LOW-VALUES TO DEPARTAMENTOS-CODIGO.
           START DEPARTAMENTOS-ARCHIVO
               KEY IS NOT LESS THAN DEPARTAMENTOS-CODIGO
               INVALID KEY
                   MOVE "S" TO FIN-DEPARTAMENTOS
           END-START.
           PERFORM LEER-SIGUIENTE-DEPARTAMENTO.
           PERFORM REVISAR-PUESTO-CLAVE
           UNTIL FIN-DEPARTAMENTOS = "S".
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Puestos clave: " CONT-PUESTOS
                   " Sin plan: " CONT-SIN-PLAN
                   " Sin sucesor listo: " CONT-SIN-PREPARADO
                   " Con sucesores no validos: " CONT-CON-INVALIDOS.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           IF DEPARTAMENTOS-ARCHIVO-STATUS NOT = "00"
               DISPLAY "No hay maestro de departamentos."
               STOP RUN.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "S" TO SUCESIONES-DISPONIBLES.
           OPEN INPUT SUCESIONES-ARCHIVO.
           IF SUCESIONES-STATUS NOT = "00"
               MOVE "N" TO SUCESIONES-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE DEPARTAMENTOS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF SUCESIONES-DISPONIBLES = "S"
               CLOSE SUCESIONES-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       LEER-SIGUIENTE-DEPARTAMENTO.
           READ DEPARTAMENTOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-DEPARTAMENTOS
           END-READ.

       REVISAR-PUESTO-CLAVE.
      *Cada departamento con responsable es un puesto clave. Sale en
      *el informe si no tiene plan, si ninguno de sus sucesores esta
      *listo ya o si alguno de los nombrados ya no sirve.
           IF DEPARTAMENTOS-RESPONSABLE-ID NOT = SPACE
               ADD 1 TO CONT-PUESTOS
               PERFORM LEER-PLAN
               IF PLAN-EXISTE = "N"
                   ADD 1 TO CONT-SIN-PLAN
                   PERFORM IMPRIMIR-PUESTO
                   MOVE "   SIN PLAN DE SUCESION" TO INFORME-LINEA
                   CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
               ELSE
                   PERFORM EVALUAR-PLAN.
           PERFORM LEER-SIGUIENTE-DEPARTAMENTO.

       LEER-PLAN.
           MOVE "N" TO PLAN-EXISTE.
           IF SUCESIONES-DISPONIBLES = "S"
               MOVE DEPARTAMENTOS-CODIGO TO SUCESION-DEPARTAMENTO
               MOVE "S" TO PLAN-EXISTE
               READ SUCESIONES-ARCHIVO
                   INVALID KEY
                       MOVE "N" TO PLAN-EXISTE
               END-READ.

       EVALUAR-PLAN.
           MOVE "N" TO HAY-PREPARADO.
           MOVE "N" TO HAY-INVALIDO.
           PERFORM EVALUAR-SUCESOR
           VARYING SUB-S FROM 1 BY 1 UNTIL SUB-S > 3.
           IF HAY-PREPARADO = "N" OR HAY-INVALIDO = "S"
               PERFORM IMPRIMIR-PUESTO
               PERFORM IMPRIMIR-SUCESOR
               VARYING SUB-S FROM 1 BY 1 UNTIL SUB-S > 3
               IF HAY-PREPARADO = "N"
                   ADD 1 TO CONT-SIN-PREPARADO
                   MOVE "   SIN SUCESOR LISTO YA" TO INFORME-LINEA
                   CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
               END-IF
               IF HAY-INVALIDO = "S"
                   ADD 1 TO CONT-CON-INVALIDOS.

       EVALUAR-SUCESOR.
           IF SUCESION-SUCESOR-ID (SUB-S) NOT = SPACE
               PERFORM COMPROBAR-SUCESOR
               IF SUCESOR-VALIDO = "N"
                   MOVE "S" TO HAY-INVALIDO
               ELSE
                   IF SUCESOR-PREPARADO-YA (SUB-S)
                       MOVE "S" TO HAY-PREPARADO.

       COMPROBAR-SUCESOR.
      *Un sucesor deja de servir si se ha purgado del maestro, si
      *esta dado de baja o si ya no esta en el departamento en el
      *que estaba cuando se le nombro.
           MOVE "S" TO SUCESOR-VALIDO.
           MOVE SPACE TO MOTIVO-SUCESOR.
           MOVE SUCESION-SUCESOR-ID (SUB-S) TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO SUCESOR-VALIDO
                   MOVE "PURGADO DEL MAESTRO" TO MOTIVO-SUCESOR
           END-READ.
           IF SUCESOR-VALIDO = "S"
               IF NOT EMPLEADOS-ACTIVO
                   MOVE "N" TO SUCESOR-VALIDO
                   MOVE "DADO DE BAJA" TO MOTIVO-SUCESOR
               ELSE
               IF EMPLEADOS-DEPARTAMENTO NOT =
                  SUCESION-SUCESOR-DEPARTAMENTO (SUB-S)
                   MOVE "N" TO SUCESOR-VALIDO
                   STRING "TRASLADADO A " DELIMITED BY SIZE
                          EMPLEADOS-DEPARTAMENTO DELIMITED BY SIZE
                       INTO MOTIVO-SUCESOR.

       IMPRIMIR-PUESTO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "DEPARTAMENTO " DELIMITED BY SIZE
                  DEPARTAMENTOS-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEPARTAMENTOS-NOMBRE DELIMITED BY SIZE
                  " RESPONSABLE " DELIMITED BY SIZE
                  DEPARTAMENTOS-RESPONSABLE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEPARTAMENTOS-RESPONSABLE DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           IF PLAN-EXISTE = "S"
               MOVE SUCESION-FECHA-REVISION (7:2) TO REVISION-DIA
               MOVE SUCESION-FECHA-REVISION (5:2) TO REVISION-MES
               MOVE SUCESION-FECHA-REVISION (1:4) TO REVISION-ANIO
               MOVE SPACE TO INFORME-LINEA
               STRING "   PLAN REVISADO EL " DELIMITED BY SIZE
                      REVISION-EDITADA DELIMITED BY SIZE
                   INTO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.

       IMPRIMIR-SUCESOR.
           IF SUCESION-SUCESOR-ID (SUB-S) NOT = SPACE
               PERFORM COMPROBAR-SUCESOR
               IF SUCESOR-PREPARADO-YA (SUB-S)
                   MOVE "LISTO YA" TO PREPARACION-TEXTO
               ELSE
               IF SUCESOR-UNO-DOS-ANIOS (SUB-S)
                   MOVE "EN 1-2 ANIOS" TO PREPARACION-TEXTO
               ELSE
                   MOVE "EN 3 O MAS" TO PREPARACION-TEXTO
               END-IF
               END-IF
               IF SUCESOR-VALIDO = "S"
                   MOVE "VIGENTE" TO MOTIVO-SUCESOR
               END-IF
               MOVE SPACE TO INFORME-LINEA
               STRING "   SUCESOR " DELIMITED BY SIZE
                      SUCESION-SUCESOR-ID (SUB-S) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PREPARACION-TEXTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MOTIVO-SUCESOR DELIMITED BY SIZE
                   INTO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_SUCESIONES.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-SUCESIONES" TO INFORME-PROGRAMA.
           MOVE "PUESTOS CLAVE SIN SUCESOR LISTO O NO VALIDO"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-PUESTOS TO CONT-EDITADO.
           STRING "PUESTOS CLAVE REVISADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-SIN-PLAN TO CONT-EDITADO.
           STRING "SIN PLAN DE SUCESION: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-SIN-PREPARADO TO CONT-EDITADO.
           STRING "CON PLAN PERO SIN SUCESOR LISTO: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-CON-INVALIDOS TO CONT-EDITADO.
           STRING "CON SUCESORES NO VALIDOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM INFORME-SUCESIONES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-AMPLITUD-MANDO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  DEPARTAMENTOS-DISPONIBLES PIC X.
       77  FIN-DEPARTAMENTOS PIC X.
       77  SUPERIOR-ENCONTRADO PIC X.
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  SUB-J PIC 9(4) COMP VALUE 0.
       77  CONT-EMPLEADOS PIC 9(4) COMP VALUE 0.
       77  CONT-MANDOS PIC 9(5) COMP VALUE 0.
       77  CONT-EXCEDIDOS PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-DIRECTOS PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-SUPERIOR PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.
       77  DIRECTOS-EDITADOS PIC ZZZ9.

      *Amplitud maxima de mando; por encima se senala el mando.
       01  MAXIMO-DIRECTOS PIC 9(3).
       01  MAXIMO-EDITADO PIC ZZ9.

      *Toda la plantilla en memoria en orden de EMPLEADOS-ID, activos
      *y de baja, para distinguir el superior dado de baja del que
      *ya se ha purgado del archivo.
       01  TABLA-EMPLEADOS.
           05 EMPLEADO-FILA OCCURS 1000 TIMES.
               10 FILA-EMPLEADOS-ID PIC X(6).
               10 FILA-APELLIDOS PIC X(25).
               10 FILA-NOMBRE PIC X(15).
               10 FILA-DEPARTAMENTO PIC X(4).
               10 FILA-SUPERIOR PIC X(6).
               10 FILA-ESTADO PIC X(1).
               10 FILA-DIRECTOS PIC 9(4) COMP.
               10 FILA-SUPERIOR-BAJA PIC X(1).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           DISPLAY "Maximo de subordinados directos (en blanco 8): ".
           ACCEPT MAXIMO-DIRECTOS.
           IF MAXIMO-DIRECTOS = 0
               MOVE 8 TO MAXIMO-DIRECTOS.
           MOVE MAXIMO-DIRECTOS TO MAXIMO-EDITADO.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM CARGAR-EMPLEADOS.
           PERFORM CONTAR-DIRECTOS
           VARYING SUB-I FROM 1 BY 1 UNTIL SUB-I > CONT-EMPLEADOS.
           PERFORM ABRIR-INFORME.
           PERFORM LISTAR-AMPLITUD.
           PERFORM LISTAR-RESPONSABLES-SIN-EQUIPO.
           PERFORM LISTAR-SIN-SUPERIOR.
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Mandos: " CONT-MANDOS
                   " Por encima del maximo: " CONT-EXCEDIDOS
                   " Responsables sin equipo: " CONT-SIN-DIRECTOS
                   " Con superior de baja: " CONT-SIN-SUPERIOR.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "S" TO DEPARTAMENTOS-DISPONIBLES.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           IF DEPARTAMENTOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO DEPARTAMENTOS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF DEPARTAMENTOS-DISPONIBLES = "S"
               CLOSE DEPARTAMENTOS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       CARGAR-EMPLEADOS.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM GUARDAR-EMPLEADO
           UNTIL LEE-TODO = "1".

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       GUARDAR-EMPLEADO.
           IF CONT-EMPLEADOS < 1000
               ADD 1 TO CONT-EMPLEADOS
               MOVE EMPLEADOS-ID TO FILA-EMPLEADOS-ID (CONT-EMPLEADOS)
               MOVE EMPLEADOS-APELLIDOS
                   TO FILA-APELLIDOS (CONT-EMPLEADOS)
               MOVE EMPLEADOS-NOMBRE TO FILA-NOMBRE (CONT-EMPLEADOS)
               MOVE EMPLEADOS-DEPARTAMENTO
                   TO FILA-DEPARTAMENTO (CONT-EMPLEADOS)
               MOVE EMPLEADOS-ESTADO TO FILA-ESTADO (CONT-EMPLEADOS)
               MOVE SPACE TO FILA-SUPERIOR (CONT-EMPLEADOS)
               IF EMPLEADOS-VERSION-VIGENTE
                   MOVE EMPLEADOS-SUPERIOR-ID
                       TO FILA-SUPERIOR (CONT-EMPLEADOS)
               END-IF
               MOVE ZERO TO FILA-DIRECTOS (CONT-EMPLEADOS)
               MOVE SPACE TO FILA-SUPERIOR-BAJA (CONT-EMPLEADOS)
           ELSE
               IF AVISO-TABLA-LLENA = "N"
                   DISPLAY "Aviso: mas de 1000 empleados, el informe "
                           "no incluye los siguientes."
                   MOVE "S" TO AVISO-TABLA-LLENA.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       CONTAR-DIRECTOS.
      *Cada activo con superior suma uno al equipo de su superior si
      *este sigue activo; si no, queda marcado: "B" superior de baja,
      *"P" superior que ya no figura en el archivo.
           IF FILA-ESTADO (SUB-I) = "A" AND
              FILA-SUPERIOR (SUB-I) NOT = SPACE
               MOVE "N" TO SUPERIOR-ENCONTRADO
               MOVE 1 TO SUB-J
               PERFORM BUSCAR-SUPERIOR
               UNTIL SUB-J > CONT-EMPLEADOS OR
                     SUPERIOR-ENCONTRADO = "S"
               IF SUPERIOR-ENCONTRADO = "N"
                   MOVE "P" TO FILA-SUPERIOR-BAJA (SUB-I)
               ELSE
                   IF FILA-ESTADO (SUB-J) = "A"
                       ADD 1 TO FILA-DIRECTOS (SUB-J)
                   ELSE
                       MOVE "B" TO FILA-SUPERIOR-BAJA (SUB-I).

       BUSCAR-SUPERIOR.
      *Al encontrarlo SUB-J queda apuntando a la fila del superior.
           IF FILA-EMPLEADOS-ID (SUB-J) = FILA-SUPERIOR (SUB-I)
               MOVE "S" TO SUPERIOR-ENCONTRADO
           ELSE
               ADD 1 TO SUB-J.

       LISTAR-AMPLITUD.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "AMPLITUD DE MANDO (MAXIMO " DELIMITED BY SIZE
                  MAXIMO-EDITADO DELIMITED BY SIZE
                  " SUBORDINADOS DIRECTOS)" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-MANDO
           VARYING SUB-I FROM 1 BY 1 UNTIL SUB-I > CONT-EMPLEADOS.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-MANDO.
           IF FILA-DIRECTOS (SUB-I) > 0
               ADD 1 TO CONT-MANDOS
               MOVE FILA-DIRECTOS (SUB-I) TO DIRECTOS-EDITADOS
               MOVE SPACE TO INFORME-LINEA
               STRING FILA-EMPLEADOS-ID (SUB-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FILA-APELLIDOS (SUB-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FILA-NOMBRE (SUB-I) DELIMITED BY SIZE
                      " DEPTO " DELIMITED BY SIZE
                      FILA-DEPARTAMENTO (SUB-I) DELIMITED BY SIZE
                      " DIRECTOS " DELIMITED BY SIZE
                      DIRECTOS-EDITADOS DELIMITED BY SIZE
                   INTO INFORME-LINEA
               IF FILA-DIRECTOS (SUB-I) > MAXIMO-DIRECTOS
                   ADD 1 TO CONT-EXCEDIDOS
                   MOVE "*** EXCEDE EL MAXIMO" TO INFORME-LINEA (78:20)
               END-IF
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       LISTAR-RESPONSABLES-SIN-EQUIPO.
      *Los responsables de departamento son mandos aunque nadie les
      *tenga aun como superior: sin subordinados directos se senalan.
           MOVE "RESPONSABLES DE DEPARTAMENTO SIN SUBORDINADOS"
               TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           IF DEPARTAMENTOS-DISPONIBLES = "N"
               MOVE "   NO HAY MAESTRO DE DEPARTAMENTOS"
                   TO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
           ELSE
               MOVE "N" TO FIN-DEPARTAMENTOS
               MOVE LOW-VALUES TO DEPARTAMENTOS-CODIGO
               START DEPARTAMENTOS-ARCHIVO
                   KEY IS NOT LESS THAN DEPARTAMENTOS-CODIGO
                   INVALID KEY
                       MOVE "S" TO FIN-DEPARTAMENTOS
               END-START
               PERFORM LEER-SIGUIENTE-DEPARTAMENTO
               PERFORM REVISAR-RESPONSABLE
               UNTIL FIN-DEPARTAMENTOS = "S".
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       LEER-SIGUIENTE-DEPARTAMENTO.
           READ DEPARTAMENTOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-DEPARTAMENTOS
           END-READ.

       REVISAR-RESPONSABLE.
           IF DEPARTAMENTOS-RESPONSABLE-ID NOT = SPACE
               MOVE "N" TO SUPERIOR-ENCONTRADO
               MOVE 1 TO SUB-J
               PERFORM BUSCAR-RESPONSABLE
               UNTIL SUB-J > CONT-EMPLEADOS OR
                     SUPERIOR-ENCONTRADO = "S"
               IF SUPERIOR-ENCONTRADO = "S"
                   IF FILA-ESTADO (SUB-J) = "A" AND
                      FILA-DIRECTOS (SUB-J) = 0
                       ADD 1 TO CONT-SIN-DIRECTOS
                       MOVE SPACE TO INFORME-LINEA
                       STRING DEPARTAMENTOS-CODIGO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              DEPARTAMENTOS-NOMBRE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FILA-EMPLEADOS-ID (SUB-J)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FILA-APELLIDOS (SUB-J) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FILA-NOMBRE (SUB-J) DELIMITED BY SIZE
                           INTO INFORME-LINEA
                       CALL "ESCRITOR-INFORMES"
                           USING INFORME-PETICION.
           PERFORM LEER-SIGUIENTE-DEPARTAMENTO.

       BUSCAR-RESPONSABLE.
           IF FILA-EMPLEADOS-ID (SUB-J) = DEPARTAMENTOS-RESPONSABLE-ID
               MOVE "S" TO SUPERIOR-ENCONTRADO
           ELSE
               ADD 1 TO SUB-J.

       LISTAR-SIN-SUPERIOR.
           MOVE "EMPLEADOS CUYO SUPERIOR DIRECTO HA CAUSADO BAJA"
               TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-SIN-SUPERIOR
           VARYING SUB-I FROM 1 BY 1 UNTIL SUB-I > CONT-EMPLEADOS.

       IMPRIMIR-SIN-SUPERIOR.
           IF FILA-SUPERIOR-BAJA (SUB-I) NOT = SPACE
               ADD 1 TO CONT-SIN-SUPERIOR
               MOVE SPACE TO INFORME-LINEA
               STRING FILA-EMPLEADOS-ID (SUB-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FILA-APELLIDOS (SUB-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FILA-NOMBRE (SUB-I) DELIMITED BY SIZE
                      " DEPTO " DELIMITED BY SIZE
                      FILA-DEPARTAMENTO (SUB-I) DELIMITED BY SIZE
                      " SUPERIOR " DELIMITED BY SIZE
                      FILA-SUPERIOR (SUB-I) DELIMITED BY SIZE
                   INTO INFORME-LINEA
               IF FILA-SUPERIOR-BAJA (SUB-I) = "B"
                   MOVE "DE BAJA" TO INFORME-LINEA (89:20)
               ELSE
                   MOVE "YA NO FIGURA EN EL ARCHIVO"
                       TO INFORME-LINEA (89:30)
               END-IF
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_AMPLITUD_MANDO.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-AMPLITUD-MANDO" TO INFORME-PROGRAMA.
           MOVE "AMPLITUD DE MANDO Y DEPENDENCIAS SIN SUPERIOR"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-MANDOS TO CONT-EDITADO.
           STRING "MANDOS CON SUBORDINADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-EXCEDIDOS TO CONT-EDITADO.
           STRING "MANDOS POR ENCIMA DEL MAXIMO: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-SIN-DIRECTOS TO CONT-EDITADO.
           STRING "RESPONSABLES SIN SUBORDINADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-SIN-SUPERIOR TO CONT-EDITADO.
           STRING "EMPLEADOS CON SUPERIOR DE BAJA: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM INFORME-AMPLITUD-MANDO.

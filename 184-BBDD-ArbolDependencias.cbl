       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARBOL-DEPENDENCIAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  SUPERIOR-ENCONTRADO PIC X.
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  SUB-J PIC 9(4) COMP VALUE 0.
       77  CONT-EMPLEADOS PIC 9(4) COMP VALUE 0.
       77  CIMA-PILA PIC 9(4) COMP VALUE 0.
       77  POSICION-ACTUAL PIC 9(4) COMP VALUE 0.
       77  NIVEL-ACTUAL PIC 9(3) COMP VALUE 0.
       77  NIVEL-MAXIMO PIC 9(3) COMP VALUE 0.
       77  CONT-DIRECTOS PIC 9(4) COMP VALUE 0.
       77  CONT-LISTADOS PIC 9(5) COMP VALUE 0.
       77  PUNTERO-LINEA PIC 9(3) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.
       77  DIRECTOS-EDITADOS PIC ZZZ9.

      *Responsable desde el que se lista el arbol; en blanco se
      *lista toda la plantilla desde los que no dependen de ningun
      *activo.
       01  ID-INICIO PIC X(6).

      *Activos cargados en memoria en orden de EMPLEADOS-ID, con su
      *superior directo y la marca de ya listado, que ademas corta
      *cualquier bucle que hubiera quedado grabado de antes.
       01  TABLA-EMPLEADOS.
           05 EMPLEADO-FILA OCCURS 1000 TIMES.
               10 FILA-EMPLEADOS-ID PIC X(6).
               10 FILA-APELLIDOS PIC X(25).
               10 FILA-NOMBRE PIC X(15).
               10 FILA-DEPARTAMENTO PIC X(4).
               10 FILA-SUPERIOR PIC X(6).
               10 FILA-LISTADA PIC X(1).

      *Pila de pendientes de listar: recorrido en profundidad sin
      *recursion, cada entrada con su fila y su nivel en el arbol.
       01  TABLA-PILA.
           05 PILA-FILA OCCURS 1000 TIMES.
               10 PILA-POSICION PIC 9(4) COMP.
               10 PILA-NIVEL PIC 9(3) COMP.

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           DISPLAY "ID del responsable desde el que listar (en "
                   "blanco toda la plantilla): ".
           ACCEPT ID-INICIO.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM CARGAR-EMPLEADOS.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           IF ID-INICIO = SPACE
               PERFORM APILAR-RAIZ
               VARYING SUB-I FROM CONT-EMPLEADOS BY -1
               UNTIL SUB-I < 1
           ELSE
               PERFORM APILAR-INICIO.
           IF CIMA-PILA = 0
               DISPLAY "No hay ningun empleado activo con ese ID."
               STOP RUN.
           PERFORM ABRIR-INFORME.
           PERFORM LISTAR-CIMA
           UNTIL CIMA-PILA = 0.
           PERFORM CERRAR-INFORME.
           DISPLAY "Empleados listados: " CONT-LISTADOS
                   " Niveles: " NIVEL-MAXIMO.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

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
      *Los registros de trazado anterior no tienen superior: lo que
      *haya en esas posiciones no se toma como ID.
           IF EMPLEADOS-ACTIVO
               IF CONT-EMPLEADOS < 1000
                   ADD 1 TO CONT-EMPLEADOS
                   MOVE EMPLEADOS-ID
                       TO FILA-EMPLEADOS-ID (CONT-EMPLEADOS)
                   MOVE EMPLEADOS-APELLIDOS
                       TO FILA-APELLIDOS (CONT-EMPLEADOS)
                   MOVE EMPLEADOS-NOMBRE TO FILA-NOMBRE (CONT-EMPLEADOS)
                   MOVE EMPLEADOS-DEPARTAMENTO
                       TO FILA-DEPARTAMENTO (CONT-EMPLEADOS)
                   MOVE SPACE TO FILA-SUPERIOR (CONT-EMPLEADOS)
                   IF EMPLEADOS-VERSION-VIGENTE
                       MOVE EMPLEADOS-SUPERIOR-ID
                           TO FILA-SUPERIOR (CONT-EMPLEADOS)
                   END-IF
                   MOVE "N" TO FILA-LISTADA (CONT-EMPLEADOS)
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 1000 empleados activos, "
                               "el arbol no incluye los siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       APILAR-INICIO.
           MOVE 1 TO SUB-J.
           PERFORM BUSCAR-INICIO
           UNTIL SUB-J > CONT-EMPLEADOS OR CIMA-PILA > 0.

       BUSCAR-INICIO.
           IF FILA-EMPLEADOS-ID (SUB-J) = ID-INICIO
               MOVE 0 TO NIVEL-ACTUAL
               MOVE SUB-J TO POSICION-ACTUAL
               PERFORM APILAR-FILA.
           ADD 1 TO SUB-J.

       APILAR-RAIZ.
      *Es raiz quien no tiene superior o tiene uno que ya no esta
      *entre los activos. Se apilan de la ultima a la primera para
      *que salgan en orden de EMPLEADOS-ID.
           MOVE "N" TO SUPERIOR-ENCONTRADO.
           IF FILA-SUPERIOR (SUB-I) NOT = SPACE
               MOVE 1 TO SUB-J
               PERFORM BUSCAR-SUPERIOR
               UNTIL SUB-J > CONT-EMPLEADOS OR
                     SUPERIOR-ENCONTRADO = "S".
           IF SUPERIOR-ENCONTRADO = "N"
               MOVE 0 TO NIVEL-ACTUAL
               MOVE SUB-I TO POSICION-ACTUAL
               PERFORM APILAR-FILA.

       BUSCAR-SUPERIOR.
           IF FILA-EMPLEADOS-ID (SUB-J) = FILA-SUPERIOR (SUB-I)
               MOVE "S" TO SUPERIOR-ENCONTRADO.
           ADD 1 TO SUB-J.

       APILAR-FILA.
           ADD 1 TO CIMA-PILA.
           MOVE POSICION-ACTUAL TO PILA-POSICION (CIMA-PILA).
           MOVE NIVEL-ACTUAL TO PILA-NIVEL (CIMA-PILA).
           MOVE "S" TO FILA-LISTADA (POSICION-ACTUAL).

       LISTAR-CIMA.
      *Se saca la cima, se apilan sus subordinados directos (del
      *ultimo al primero, para listarlos en orden de ID) y se
      *imprime la linea con cuantos tiene.
           MOVE PILA-POSICION (CIMA-PILA) TO SUB-I.
           MOVE PILA-NIVEL (CIMA-PILA) TO NIVEL-ACTUAL.
           SUBTRACT 1 FROM CIMA-PILA.
           IF NIVEL-ACTUAL > NIVEL-MAXIMO
               MOVE NIVEL-ACTUAL TO NIVEL-MAXIMO.
           PERFORM IMPRIMIR-EMPLEADO.
           MOVE ZERO TO CONT-DIRECTOS.
           ADD 1 TO NIVEL-ACTUAL.
           PERFORM APILAR-SUBORDINADO
           VARYING SUB-J FROM CONT-EMPLEADOS BY -1 UNTIL SUB-J < 1.
           IF CONT-DIRECTOS > 0
               MOVE CONT-DIRECTOS TO DIRECTOS-EDITADOS
               COMPUTE PUNTERO-LINEA = NIVEL-ACTUAL * 3 + 1
               IF PUNTERO-LINEA > 31
                   MOVE 31 TO PUNTERO-LINEA
               END-IF
               MOVE SPACE TO INFORME-LINEA
               STRING "(" DELIMITED BY SIZE
                      DIRECTOS-EDITADOS DELIMITED BY SIZE
                      " SUBORDINADOS DIRECTOS)" DELIMITED BY SIZE
                   INTO INFORME-LINEA WITH POINTER PUNTERO-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       APILAR-SUBORDINADO.
           IF FILA-SUPERIOR (SUB-J) = FILA-EMPLEADOS-ID (SUB-I) AND
              FILA-LISTADA (SUB-J) = "N"
               ADD 1 TO CONT-DIRECTOS
               MOVE SUB-J TO POSICION-ACTUAL
               PERFORM APILAR-FILA.

       IMPRIMIR-EMPLEADO.
      *Tres posiciones de sangria por nivel, hasta el decimo; mas
      *abajo las lineas se alinean con el decimo nivel.
           ADD 1 TO CONT-LISTADOS.
           COMPUTE PUNTERO-LINEA = NIVEL-ACTUAL * 3 + 1.
           IF PUNTERO-LINEA > 31
               MOVE 31 TO PUNTERO-LINEA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING FILA-EMPLEADOS-ID (SUB-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FILA-APELLIDOS (SUB-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FILA-NOMBRE (SUB-I) DELIMITED BY SIZE
                  " DEPTO " DELIMITED BY SIZE
                  FILA-DEPARTAMENTO (SUB-I) DELIMITED BY SIZE
               INTO INFORME-LINEA WITH POINTER PUNTERO-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "ARBOL_DEPENDENCIAS.TXT" TO INFORME-NOMBRE.
           MOVE "ARBOL-DEPENDENCIAS" TO INFORME-PROGRAMA.
           MOVE "ARBOL DE DEPENDENCIAS JERARQUICAS"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-LISTADOS TO CONT-EDITADO.
           STRING "EMPLEADOS LISTADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE NIVEL-MAXIMO TO CONT-EDITADO.
           STRING "NIVELES BAJO EL PRIMERO: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM ARBOL-DEPENDENCIAS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-ANTIGUEDAD-EXCEPCIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo comun de excepciones.
       COPY "copybooks/28-PhExcepciones.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo comun de excepciones.
       COPY "copybooks/28-LoExcepciones.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-EXCEPCIONES PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  SUB-I PIC 9(3) COMP VALUE 0.
       77  SUB-J PIC 9(3) COMP VALUE 0.
       77  SUB-MENOR PIC 9(3) COMP VALUE 0.
       77  SUB-T PIC 9(1) COMP VALUE 0.
       77  POSICION-FILA PIC 9(3) COMP VALUE 0.
       77  CONT-FILAS PIC 9(3) COMP VALUE 0.
       77  CONT-ABIERTAS PIC 9(5) COMP VALUE 0.
       77  CONT-CERRADAS PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  DIAS-ABIERTA PIC 9(3).
       01  TRAMO-EXCEPCION PIC 9(1).
       01  DEPARTAMENTO-FILA PIC X(4).

      *Dias que lleva abierta la excepcion: se cuentan avanzando dia
      *a dia desde su alta hasta la fecha de negocio. Pasados los 90
      *dias el tramo ya no cambia y se deja de contar.
       01  FECHA-SIGUIENTE PIC 9(8).
       01  FECHA-SIGUIENTE-R REDEFINES FECHA-SIGUIENTE.
           05 SIGUIENTE-ANIO PIC 9(4).
           05 SIGUIENTE-MES PIC 9(2).
           05 SIGUIENTE-DIA PIC 9(2).
       01  DIAS-DEL-MES PIC 9(2).
       01  RESTO-BISIESTO PIC 9(4).
       01  COCIENTE-BISIESTO PIC 9(4).

      *Excepciones abiertas por departamento y gravedad en cada
      *tramo de antiguedad: 0-7, 8-30, 31-90 y mas de 90 dias.
       01  TABLA-ANTIGUEDAD.
           05 ANTIGUEDAD-FILA OCCURS 300 TIMES.
               10 ANTIGUEDAD-DEPARTAMENTO PIC X(4).
               10 ANTIGUEDAD-GRAVEDAD PIC X(1).
               10 ANTIGUEDAD-TRAMO PIC 9(5) COMP OCCURS 4 TIMES.
       01  FILA-INTERCAMBIO.
           05 INTERCAMBIO-DEPARTAMENTO PIC X(4).
           05 INTERCAMBIO-GRAVEDAD PIC X(1).
           05 INTERCAMBIO-TRAMO PIC 9(5) COMP OCCURS 4 TIMES.
       01  TOTALES-TRAMO.
           05 TOTAL-TRAMO PIC 9(5) COMP OCCURS 4 TIMES.
       01  TOTAL-FILA PIC 9(5) COMP.

       01  LINEA-ANTIGUEDAD.
           05 LINEA-DEPARTAMENTO PIC X(6).
           05 LINEA-GRAVEDAD PIC X(7).
           05 LINEA-TRAMO PIC ZZZZZ9 OCCURS 4 TIMES.
           05 FILLER PIC X(3) VALUE SPACE.
           05 LINEA-TOTAL PIC ZZZZ9.

       01  FECHA-ALTA-EDITADA.
           05 ALTA-DIA PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 ALTA-MES PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 ALTA-ANIO PIC 9(4).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo comun de excepciones.
       COPY "copybooks/28-EstadoExcepciones.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Antiguedad de las excepciones sin resolver, pendientes o ya
      *asignadas, para que ninguna se quede meses en la cola. Las de
      *mas de 90 dias se listan una a una.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           MOVE 0 TO CONT-FILAS.
           MOVE 0 TO CONT-ABIERTAS.
           MOVE 0 TO CONT-CERRADAS.
           OPEN INPUT EXCEPCIONES-ARCHIVO.
           IF EXCEPCIONES-ARCHIVO-STATUS NOT = "00"
               DISPLAY "No hay excepciones anotadas."
               GO TO TERMINA-PROGRAMA.
           PERFORM ABRIR-INFORME.
           MOVE "N" TO FIN-EXCEPCIONES.
           PERFORM LEER-SIGUIENTE-EXCEPCION.
           PERFORM REVISAR-EXCEPCION
           UNTIL FIN-EXCEPCIONES = "S".
           CLOSE EXCEPCIONES-ARCHIVO.
           PERFORM ORDENAR-FILAS.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-INFORME.
           DISPLAY "Excepciones abiertas: " CONT-ABIERTAS
                   " Cerradas: " CONT-CERRADAS.

       TERMINA-PROGRAMA.
           GOBACK.

       LEER-SIGUIENTE-EXCEPCION.
           READ EXCEPCIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-EXCEPCIONES
           END-READ.

       REVISAR-EXCEPCION.
           IF EXCEPCION-CERRADA
               ADD 1 TO CONT-CERRADAS
           ELSE
               ADD 1 TO CONT-ABIERTAS
               PERFORM CALCULAR-DIAS-ABIERTA
               PERFORM ASIGNAR-TRAMO
               PERFORM ACUMULAR-EXCEPCION
               IF TRAMO-EXCEPCION = 4
                   PERFORM IMPRIMIR-EXCEPCION-ANTIGUA.
           PERFORM LEER-SIGUIENTE-EXCEPCION.

       CALCULAR-DIAS-ABIERTA.
           MOVE ZERO TO DIAS-ABIERTA.
           MOVE EXCEPCION-FECHA-ALTA TO FECHA-SIGUIENTE.
           PERFORM CONTAR-UN-DIA
           UNTIL FECHA-SIGUIENTE NOT < FECHA-DE-HOY OR
                 DIAS-ABIERTA > 90.

       CONTAR-UN-DIA.
           ADD 1 TO DIAS-ABIERTA.
           PERFORM AVANZAR-UN-DIA.

       ASIGNAR-TRAMO.
           IF DIAS-ABIERTA > 90
               MOVE 4 TO TRAMO-EXCEPCION
           ELSE
           IF DIAS-ABIERTA > 30
               MOVE 3 TO TRAMO-EXCEPCION
           ELSE
           IF DIAS-ABIERTA > 7
               MOVE 2 TO TRAMO-EXCEPCION
           ELSE
               MOVE 1 TO TRAMO-EXCEPCION.

       ACUMULAR-EXCEPCION.
      *Las excepciones sin departamento se agrupan bajo "????".
           MOVE EXCEPCION-DEPARTAMENTO TO DEPARTAMENTO-FILA.
           IF DEPARTAMENTO-FILA = SPACE
               MOVE "????" TO DEPARTAMENTO-FILA.
           MOVE 0 TO POSICION-FILA.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA
           UNTIL SUB-I > CONT-FILAS OR POSICION-FILA > 0.
           IF POSICION-FILA = 0
               IF CONT-FILAS < 300
                   ADD 1 TO CONT-FILAS
                   MOVE CONT-FILAS TO POSICION-FILA
                   MOVE DEPARTAMENTO-FILA
                       TO ANTIGUEDAD-DEPARTAMENTO (POSICION-FILA)
                   MOVE EXCEPCION-GRAVEDAD
                       TO ANTIGUEDAD-GRAVEDAD (POSICION-FILA)
                   MOVE 0 TO ANTIGUEDAD-TRAMO (POSICION-FILA, 1)
                   MOVE 0 TO ANTIGUEDAD-TRAMO (POSICION-FILA, 2)
                   MOVE 0 TO ANTIGUEDAD-TRAMO (POSICION-FILA, 3)
                   MOVE 0 TO ANTIGUEDAD-TRAMO (POSICION-FILA, 4)
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 300 combinaciones de "
                               "departamento y gravedad, el resumen "
                               "no incluye las siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.
           IF POSICION-FILA > 0
               ADD 1 TO ANTIGUEDAD-TRAMO
                   (POSICION-FILA, TRAMO-EXCEPCION).

       COMPARAR-FILA.
           IF ANTIGUEDAD-DEPARTAMENTO (SUB-I) = DEPARTAMENTO-FILA AND
              ANTIGUEDAD-GRAVEDAD (SUB-I) = EXCEPCION-GRAVEDAD
               MOVE SUB-I TO POSICION-FILA.
           ADD 1 TO SUB-I.

       ORDENAR-FILAS.
      *Seleccion directa por departamento y, dentro de el, por
      *gravedad (A, B, M).
           MOVE 1 TO SUB-I.
           PERFORM ORDENAR-UNA-POSICION
           UNTIL SUB-I NOT < CONT-FILAS.

       ORDENAR-UNA-POSICION.
           MOVE SUB-I TO SUB-MENOR.
           ADD 1 TO SUB-I GIVING SUB-J.
           PERFORM BUSCAR-MENOR
           UNTIL SUB-J > CONT-FILAS.
           IF SUB-MENOR NOT = SUB-I
               MOVE ANTIGUEDAD-FILA (SUB-I) TO FILA-INTERCAMBIO
               MOVE ANTIGUEDAD-FILA (SUB-MENOR)
                   TO ANTIGUEDAD-FILA (SUB-I)
               MOVE FILA-INTERCAMBIO TO ANTIGUEDAD-FILA (SUB-MENOR).
           ADD 1 TO SUB-I.

       BUSCAR-MENOR.
           IF ANTIGUEDAD-DEPARTAMENTO (SUB-J) <
              ANTIGUEDAD-DEPARTAMENTO (SUB-MENOR)
               MOVE SUB-J TO SUB-MENOR
           ELSE
               IF ANTIGUEDAD-DEPARTAMENTO (SUB-J) =
                  ANTIGUEDAD-DEPARTAMENTO (SUB-MENOR) AND
                  ANTIGUEDAD-GRAVEDAD (SUB-J) <
                  ANTIGUEDAD-GRAVEDAD (SUB-MENOR)
                   MOVE SUB-J TO SUB-MENOR.
           ADD 1 TO SUB-J.

       IMPRIMIR-EXCEPCION-ANTIGUA.
           MOVE EXCEPCION-FECHA-ALTA (7:2) TO ALTA-DIA.
           MOVE EXCEPCION-FECHA-ALTA (5:2) TO ALTA-MES.
           MOVE EXCEPCION-FECHA-ALTA (1:4) TO ALTA-ANIO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "MAS DE 90 DIAS: " DELIMITED BY SIZE
                  EXCEPCION-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXCEPCION-EMPLEADOS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXCEPCION-GRAVEDAD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEPARTAMENTO-FILA DELIMITED BY SIZE
                  " ALTA " DELIMITED BY SIZE
                  FECHA-ALTA-EDITADA DELIMITED BY SIZE
                  " ASIGNADA A " DELIMITED BY SIZE
                  EXCEPCION-ASIGNADA-A DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXCEPCION-DESCRIPCION DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-RESUMEN.
           MOVE 0 TO TOTAL-TRAMO (1).
           MOVE 0 TO TOTAL-TRAMO (2).
           MOVE 0 TO TOTAL-TRAMO (3).
           MOVE 0 TO TOTAL-TRAMO (4).
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "DPTO  GRAV.     0-7  8-30 31-90   >90   TOTAL"
               TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE 1 TO SUB-I.
           PERFORM IMPRIMIR-FILA
           UNTIL SUB-I > CONT-FILAS.

       IMPRIMIR-FILA.
           MOVE ANTIGUEDAD-DEPARTAMENTO (SUB-I) TO LINEA-DEPARTAMENTO.
           MOVE ANTIGUEDAD-GRAVEDAD (SUB-I) TO LINEA-GRAVEDAD.
           MOVE 0 TO TOTAL-FILA.
           MOVE 1 TO SUB-T.
           PERFORM SUMAR-TRAMO-FILA
           UNTIL SUB-T > 4.
           MOVE TOTAL-FILA TO LINEA-TOTAL.
           MOVE SPACE TO INFORME-LINEA.
           MOVE LINEA-ANTIGUEDAD TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           ADD 1 TO SUB-I.

       SUMAR-TRAMO-FILA.
           MOVE ANTIGUEDAD-TRAMO (SUB-I, SUB-T) TO LINEA-TRAMO (SUB-T).
           ADD ANTIGUEDAD-TRAMO (SUB-I, SUB-T) TO TOTAL-FILA.
           ADD ANTIGUEDAD-TRAMO (SUB-I, SUB-T) TO TOTAL-TRAMO (SUB-T).
           ADD 1 TO SUB-T.

       AVANZAR-UN-DIA.
           PERFORM OBTENER-DIAS-DEL-MES.
           IF SIGUIENTE-DIA < DIAS-DEL-MES
               ADD 1 TO SIGUIENTE-DIA
           ELSE
               MOVE 1 TO SIGUIENTE-DIA
               IF SIGUIENTE-MES < 12
                   ADD 1 TO SIGUIENTE-MES
               ELSE
                   MOVE 1 TO SIGUIENTE-MES
                   ADD 1 TO SIGUIENTE-ANIO.

       OBTENER-DIAS-DEL-MES.
           MOVE 31 TO DIAS-DEL-MES.
           IF SIGUIENTE-MES = 4 OR SIGUIENTE-MES = 6 OR
              SIGUIENTE-MES = 9 OR SIGUIENTE-MES = 11
               MOVE 30 TO DIAS-DEL-MES.
           IF SIGUIENTE-MES = 2
               MOVE 28 TO DIAS-DEL-MES
               PERFORM COMPROBAR-BISIESTO.

       COMPROBAR-BISIESTO.
           DIVIDE SIGUIENTE-ANIO BY 4 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 29 TO DIAS-DEL-MES.
           DIVIDE SIGUIENTE-ANIO BY 100 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 28 TO DIAS-DEL-MES.
           DIVIDE SIGUIENTE-ANIO BY 400 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 29 TO DIAS-DEL-MES.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_ANTIGUEDAD_EXCEP.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-ANTIGUEDAD-EXCEPCIONES" TO INFORME-PROGRAMA.
           MOVE "ANTIGUEDAD DE LAS EXCEPCIONES SIN RESOLVER"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO LINEA-ANTIGUEDAD.
           MOVE "TOTAL" TO LINEA-DEPARTAMENTO.
           MOVE 0 TO TOTAL-FILA.
           MOVE 1 TO SUB-T.
           PERFORM SUMAR-TOTAL-TRAMO
           UNTIL SUB-T > 4.
           MOVE TOTAL-FILA TO LINEA-TOTAL.
           MOVE SPACE TO INFORME-LINEA.
           MOVE LINEA-ANTIGUEDAD TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-CERRADAS TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EXCEPCIONES YA CERRADAS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       SUMAR-TOTAL-TRAMO.
           MOVE TOTAL-TRAMO (SUB-T) TO LINEA-TRAMO (SUB-T).
           ADD TOTAL-TRAMO (SUB-T) TO TOTAL-FILA.
           ADD 1 TO SUB-T.

       END PROGRAM INFORME-ANTIGUEDAD-EXCEPCIONES.

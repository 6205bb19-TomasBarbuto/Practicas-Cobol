       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-GASTO-AGENCIAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo acumulado de horas mensuales del personal externo.
       COPY "copybooks/28-PhHorasContingentes.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo acumulado de horas mensuales del personal externo.
       COPY "copybooks/28-LoHorasContingentes.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  SUB-I PIC 9(3) COMP VALUE 0.
       77  SUB-J PIC 9(3) COMP VALUE 0.
       77  SUB-MENOR PIC 9(3) COMP VALUE 0.
       77  POSICION-GASTO PIC 9(3) COMP VALUE 0.
       77  POSICION-DEPARTAMENTO PIC 9(3) COMP VALUE 0.
       77  CONT-GASTOS PIC 9(3) COMP VALUE 0.
       77  CONT-DEPARTAMENTOS PIC 9(3) COMP VALUE 0.
       77  CONT-AGENCIAS PIC 9(3) COMP VALUE 0.
       77  CONT-DESCUADRES PIC 9(3) COMP VALUE 0.
       77  CONT-PENDIENTES PIC 9(3) COMP VALUE 0.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  HAY-AGENCIA-ABIERTA PIC X.

       01  MES-ENTRADA-X PIC X(6).
       01  MES-ENTRADA-9 REDEFINES MES-ENTRADA-X PIC 9(6).
       01  MES-INFORME PIC 9(6) VALUE 0.
       01  IMPORTE-PERSONA PIC 9(9)V99.

      *Gasto del mes por agencia y departamento de destino: horas
      *fichadas valoradas a la tarifa de cada persona. La clave
      *agrupa agencia y departamento para ordenar el listado.
       01  TABLA-GASTOS.
           05 GASTO-FILA OCCURS 200 TIMES.
               10 GASTO-CLAVE.
                   15 GASTO-AGENCIA PIC X(25).
                   15 GASTO-DEPARTAMENTO PIC X(4).
               10 GASTO-PERSONAS PIC 9(4).
               10 GASTO-HORAS PIC 9(6)V99.
               10 GASTO-IMPORTE PIC 9(9)V99.
       01  FILA-INTERCAMBIO PIC X(52).

      *Resumen por departamento de todas las agencias.
       01  TABLA-DEPARTAMENTOS.
           05 DEPTO-FILA OCCURS 50 TIMES.
               10 DEPTO-CODIGO PIC X(4).
               10 DEPTO-HORAS PIC 9(6)V99.
               10 DEPTO-IMPORTE PIC 9(9)V99.

      *Acumulados de la agencia en curso y del mes.
       01  AGENCIA-ACTUAL PIC X(25).
       01  AGENCIA-HORAS PIC 9(6)V99.
       01  AGENCIA-IMPORTE PIC 9(9)V99.
       01  FACTURA-ENTRADA PIC 9(9)V99.
       01  DIFERENCIA-FACTURA PIC S9(9)V99.
       01  TOTAL-HORAS PIC 9(7)V99 VALUE 0.
       01  TOTAL-IMPORTE PIC 9(9)V99 VALUE 0.
       01  TOTAL-FACTURADO PIC 9(9)V99 VALUE 0.

       01  HORAS-EDITADAS PIC ZZZ,ZZ9.99.
       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
       01  IMPORTE-EDITADO-2 PIC $$$,$$$,$$9.99.
       01  DIFERENCIA-EDITADA PIC -$$,$$$,$$9.99.
       01  CONT-EDITADO PIC ZZZ9.
       01  CONT-EDITADO-2 PIC ZZZ9.
       01  CONT-EDITADO-3 PIC ZZZ9.
       01  RESULTADO-LITERAL PIC X(17).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Estado del archivo de horas mensuales del personal externo.
       COPY "copybooks/28-EstadoHorasContingentes.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Gasto mensual en personal de ETT y contratas por agencia y
      *departamento, con las horas que cargo la carga de horas desde
      *el reloj. Al cerrar cada agencia se teclea el importe de su
      *factura del mes y el informe muestra la diferencia con lo
      *fichado, para no pagar horas que nadie ficho.
           DISPLAY "Mes a informar (AAAAMM, en blanco el ultimo "
                   "cargado): ".
           MOVE SPACE TO MES-ENTRADA-X.
           ACCEPT MES-ENTRADA-X.
           IF MES-ENTRADA-X IS NUMERIC
               MOVE MES-ENTRADA-9 TO MES-INFORME
           ELSE
               PERFORM BUSCAR-ULTIMO-MES.
           IF MES-INFORME = 0
               DISPLAY "No hay horas de personal externo cargadas."
               GO TO TERMINA-PROGRAMA.
           PERFORM CARGAR-GASTOS.
           IF CONT-GASTOS = 0
               DISPLAY "No hay horas de personal externo en el mes "
                       MES-INFORME "."
               GO TO TERMINA-PROGRAMA.
           PERFORM ORDENAR-GASTOS.
           PERFORM IMPRIMIR-INFORME.

       TERMINA-PROGRAMA.
           STOP RUN.

       BUSCAR-ULTIMO-MES.
           OPEN INPUT HORAS-CONTINGENTES-ARCHIVO.
           IF HORAS-CONTINGENTES-STATUS = "00"
               MOVE "0" TO LEE-TODO
               PERFORM LEER-MES-CARGADO
               UNTIL LEE-TODO = "1"
               CLOSE HORAS-CONTINGENTES-ARCHIVO.

       LEER-MES-CARGADO.
           READ HORAS-CONTINGENTES-ARCHIVO
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   IF CONTMES-ANIO-MES > MES-INFORME
                       MOVE CONTMES-ANIO-MES TO MES-INFORME
           END-READ.

       CARGAR-GASTOS.
           OPEN INPUT HORAS-CONTINGENTES-ARCHIVO.
           IF HORAS-CONTINGENTES-STATUS NOT = "00"
               DISPLAY "Estado del archivo de horas de personal "
                       "externo inesperado: " HORAS-CONTINGENTES-STATUS
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-HORAS-EXTERNO
               UNTIL LEE-TODO = "1"
               CLOSE HORAS-CONTINGENTES-ARCHIVO.

       LEER-HORAS-EXTERNO.
           READ HORAS-CONTINGENTES-ARCHIVO
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   IF CONTMES-ANIO-MES = MES-INFORME
                       PERFORM ACUMULAR-HORAS-EXTERNO
           END-READ.

       ACUMULAR-HORAS-EXTERNO.
           COMPUTE IMPORTE-PERSONA ROUNDED =
                   CONTMES-HORAS * CONTMES-TARIFA-HORA.
           PERFORM BUSCAR-GASTO.
           IF POSICION-GASTO = 0
               IF CONT-GASTOS < 200
                   ADD 1 TO CONT-GASTOS
                   MOVE CONTMES-AGENCIA TO GASTO-AGENCIA (CONT-GASTOS)
                   MOVE CONTMES-DEPARTAMENTO
                       TO GASTO-DEPARTAMENTO (CONT-GASTOS)
                   MOVE ZERO TO GASTO-PERSONAS (CONT-GASTOS)
                   MOVE ZERO TO GASTO-HORAS (CONT-GASTOS)
                   MOVE ZERO TO GASTO-IMPORTE (CONT-GASTOS)
                   MOVE CONT-GASTOS TO POSICION-GASTO
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 200 combinaciones de "
                               "agencia y departamento, el informe "
                               "no incluye las siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.
           IF POSICION-GASTO > 0
               ADD 1 TO GASTO-PERSONAS (POSICION-GASTO)
               ADD CONTMES-HORAS TO GASTO-HORAS (POSICION-GASTO)
               ADD IMPORTE-PERSONA TO GASTO-IMPORTE (POSICION-GASTO)
               PERFORM SUMAR-AL-DEPARTAMENTO.

       BUSCAR-GASTO.
           MOVE 0 TO POSICION-GASTO.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-GASTO
           UNTIL SUB-I > CONT-GASTOS OR POSICION-GASTO > 0.

       COMPARAR-FILA-GASTO.
           IF GASTO-AGENCIA (SUB-I) = CONTMES-AGENCIA AND
              GASTO-DEPARTAMENTO (SUB-I) = CONTMES-DEPARTAMENTO
               MOVE SUB-I TO POSICION-GASTO.
           ADD 1 TO SUB-I.

       SUMAR-AL-DEPARTAMENTO.
           MOVE 0 TO POSICION-DEPARTAMENTO.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-DEPARTAMENTO
           UNTIL SUB-I > CONT-DEPARTAMENTOS OR
                 POSICION-DEPARTAMENTO > 0.
           IF POSICION-DEPARTAMENTO = 0 AND CONT-DEPARTAMENTOS < 50
               ADD 1 TO CONT-DEPARTAMENTOS
               MOVE CONTMES-DEPARTAMENTO
                   TO DEPTO-CODIGO (CONT-DEPARTAMENTOS)
               MOVE ZERO TO DEPTO-HORAS (CONT-DEPARTAMENTOS)
               MOVE ZERO TO DEPTO-IMPORTE (CONT-DEPARTAMENTOS)
               MOVE CONT-DEPARTAMENTOS TO POSICION-DEPARTAMENTO.
           IF POSICION-DEPARTAMENTO > 0
               ADD CONTMES-HORAS
                   TO DEPTO-HORAS (POSICION-DEPARTAMENTO)
               ADD IMPORTE-PERSONA
                   TO DEPTO-IMPORTE (POSICION-DEPARTAMENTO).

       COMPARAR-FILA-DEPARTAMENTO.
           IF DEPTO-CODIGO (SUB-I) = CONTMES-DEPARTAMENTO
               MOVE SUB-I TO POSICION-DEPARTAMENTO.
           ADD 1 TO SUB-I.

       ORDENAR-GASTOS.
      *Ordenacion por seleccion por agencia y departamento, como la
      *del informe de antiguedad.
           MOVE 1 TO SUB-I.
           PERFORM ORDENAR-UNA-POSICION
           UNTIL SUB-I >= CONT-GASTOS.

       ORDENAR-UNA-POSICION.
           MOVE SUB-I TO SUB-MENOR.
           COMPUTE SUB-J = SUB-I + 1.
           PERFORM BUSCAR-MENOR-GASTO
           UNTIL SUB-J > CONT-GASTOS.
           IF SUB-MENOR NOT = SUB-I
               MOVE GASTO-FILA (SUB-I) TO FILA-INTERCAMBIO
               MOVE GASTO-FILA (SUB-MENOR) TO GASTO-FILA (SUB-I)
               MOVE FILA-INTERCAMBIO TO GASTO-FILA (SUB-MENOR).
           ADD 1 TO SUB-I.

       BUSCAR-MENOR-GASTO.
           IF GASTO-CLAVE (SUB-J) < GASTO-CLAVE (SUB-MENOR)
               MOVE SUB-J TO SUB-MENOR.
           ADD 1 TO SUB-J.

       IMPRIMIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_GASTO_AGENCIAS.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-GASTO-AGENCIAS" TO INFORME-PROGRAMA.
           MOVE "GASTO EN PERSONAL DE ETT Y CONTRATAS"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "MES: " DELIMITED BY SIZE
                  MES-INFORME DELIMITED BY SIZE
                  "  HORAS FICHADAS VALORADAS A LA TARIFA DE CADA "
                  DELIMITED BY SIZE
                  "ENCARGO" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE "N" TO HAY-AGENCIA-ABIERTA.
           MOVE 1 TO SUB-I.
           PERFORM IMPRIMIR-FILA-GASTO
           UNTIL SUB-I > CONT-GASTOS.
           IF HAY-AGENCIA-ABIERTA = "S"
               PERFORM CERRAR-AGENCIA.
           PERFORM IMPRIMIR-DEPARTAMENTOS.
           PERFORM IMPRIMIR-TOTALES.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-FILA-GASTO.
           IF HAY-AGENCIA-ABIERTA = "S" AND
              GASTO-AGENCIA (SUB-I) NOT = AGENCIA-ACTUAL
               PERFORM CERRAR-AGENCIA.
           IF HAY-AGENCIA-ABIERTA = "N"
               PERFORM ABRIR-AGENCIA.
           ADD GASTO-HORAS (SUB-I) TO AGENCIA-HORAS.
           ADD GASTO-IMPORTE (SUB-I) TO AGENCIA-IMPORTE.
           MOVE GASTO-PERSONAS (SUB-I) TO CONT-EDITADO.
           MOVE GASTO-HORAS (SUB-I) TO HORAS-EDITADAS.
           MOVE GASTO-IMPORTE (SUB-I) TO IMPORTE-EDITADO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   DEPTO: " DELIMITED BY SIZE
                  GASTO-DEPARTAMENTO (SUB-I) DELIMITED BY SIZE
                  " PERSONAS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  " HORAS: " DELIMITED BY SIZE
                  HORAS-EDITADAS DELIMITED BY SIZE
                  " GASTO: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           ADD 1 TO SUB-I.

       ABRIR-AGENCIA.
           MOVE "S" TO HAY-AGENCIA-ABIERTA.
           MOVE GASTO-AGENCIA (SUB-I) TO AGENCIA-ACTUAL.
           MOVE ZERO TO AGENCIA-HORAS.
           MOVE ZERO TO AGENCIA-IMPORTE.
           ADD 1 TO CONT-AGENCIAS.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "AGENCIA: " DELIMITED BY SIZE
                  AGENCIA-ACTUAL DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       CERRAR-AGENCIA.
      *La factura de la agencia se cuadra contra las horas fichadas
      *por su personal a la tarifa pactada. Sin factura tecleada la
      *agencia queda pendiente de conciliar.
           MOVE "N" TO HAY-AGENCIA-ABIERTA.
           ADD AGENCIA-HORAS TO TOTAL-HORAS.
           ADD AGENCIA-IMPORTE TO TOTAL-IMPORTE.
           MOVE AGENCIA-IMPORTE TO IMPORTE-EDITADO.
           DISPLAY "Gasto fichado de " AGENCIA-ACTUAL ": "
                   IMPORTE-EDITADO.
           DISPLAY "Importe de su factura del mes (0 si no ha "
                   "llegado): ".
           MOVE ZERO TO FACTURA-ENTRADA.
           ACCEPT FACTURA-ENTRADA.
           ADD FACTURA-ENTRADA TO TOTAL-FACTURADO.
           COMPUTE DIFERENCIA-FACTURA = FACTURA-ENTRADA -
                   AGENCIA-IMPORTE.
           IF FACTURA-ENTRADA = 0
               MOVE "FACTURA PENDIENTE" TO RESULTADO-LITERAL
               ADD 1 TO CONT-PENDIENTES
           ELSE
               IF DIFERENCIA-FACTURA = 0
                   MOVE "CUADRA" TO RESULTADO-LITERAL
               ELSE
                   MOVE "DESCUADRE" TO RESULTADO-LITERAL
                   ADD 1 TO CONT-DESCUADRES.
           MOVE FACTURA-ENTRADA TO IMPORTE-EDITADO-2.
           MOVE DIFERENCIA-FACTURA TO DIFERENCIA-EDITADA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   TOTAL AGENCIA GASTO: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " FACTURA: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-2 DELIMITED BY SIZE
                  " DIFERENCIA: " DELIMITED BY SIZE
                  DIFERENCIA-EDITADA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RESULTADO-LITERAL DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       IMPRIMIR-DEPARTAMENTOS.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE "GASTO POR DEPARTAMENTO DE DESTINO" TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE 1 TO SUB-I.
           PERFORM IMPRIMIR-FILA-DEPARTAMENTO
           UNTIL SUB-I > CONT-DEPARTAMENTOS.

       IMPRIMIR-FILA-DEPARTAMENTO.
           MOVE DEPTO-HORAS (SUB-I) TO HORAS-EDITADAS.
           MOVE DEPTO-IMPORTE (SUB-I) TO IMPORTE-EDITADO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   DEPTO: " DELIMITED BY SIZE
                  DEPTO-CODIGO (SUB-I) DELIMITED BY SIZE
                  " HORAS: " DELIMITED BY SIZE
                  HORAS-EDITADAS DELIMITED BY SIZE
                  " GASTO: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           ADD 1 TO SUB-I.

       IMPRIMIR-TOTALES.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE TOTAL-HORAS TO HORAS-EDITADAS.
           MOVE TOTAL-IMPORTE TO IMPORTE-EDITADO.
           MOVE TOTAL-FACTURADO TO IMPORTE-EDITADO-2.
           STRING "HORAS: " DELIMITED BY SIZE
                  HORAS-EDITADAS DELIMITED BY SIZE
                  " GASTO FICHADO: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " FACTURADO: " DELIMITED BY SIZE
                  IMPORTE-EDITADO-2 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-AGENCIAS TO CONT-EDITADO.
           MOVE CONT-DESCUADRES TO CONT-EDITADO-2.
           MOVE CONT-PENDIENTES TO CONT-EDITADO-3.
           STRING "AGENCIAS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "  CON DESCUADRE: " DELIMITED BY SIZE
                  CONT-EDITADO-2 DELIMITED BY SIZE
                  "  FACTURA PENDIENTE: " DELIMITED BY SIZE
                  CONT-EDITADO-3 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       END PROGRAM INFORME-GASTO-AGENCIAS.

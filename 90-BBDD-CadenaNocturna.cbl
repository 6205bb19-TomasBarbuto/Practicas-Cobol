       COPY "copybooks/28-PhFechaNegocio.cbl".
      *Historial de ejecuciones de los pasos de la cadena.
       COPY "copybooks/28-PhCadenaHistoria.cbl".
      *Cifras de control anotadas por los pasos de la cadena.
       COPY "copybooks/28-PhBalanceCadena.cbl".
      *Reglas de balance entre las cifras de los pasos.
       COPY "copybooks/28-PhReglasBalance.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoFechaNegocio.cbl".
      *Historial de ejecuciones de los pasos de la cadena.
       COPY "copybooks/28-LoCadenaHistoria.cbl".
      *Cifras de control anotadas por los pasos de la cadena.
       COPY "copybooks/28-LoBalanceCadena.cbl".
      *Reglas de balance entre las cifras de los pasos.
       COPY "copybooks/28-LoReglasBalance.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       01  ZELLER-SUMA PIC S9(8).
       01  ZELLER-COCIENTE PIC S9(8).

      *Reglas de balance y cifras de control anotadas esta noche por
      *los pasos (la ultima de cada paso y ambito). Cada regla se
      *cuadra al terminar cualquiera de sus dos pasos, en cuanto los
      *dos han anotado sus cifras.
       77  BALANCE-DESCUADRADO PIC X.
       77  FIN-BALANCE PIC X.
       77  SUB-R PIC 9(2) COMP VALUE 0.
       77  SUB-C PIC 9(2) COMP VALUE 0.
       77  CONT-REGLAS PIC 9(2) COMP VALUE 0.
       77  CONT-CIFRAS PIC 9(2) COMP VALUE 0.
       77  POSICION-CIFRA PIC 9(2) COMP VALUE 0.
       77  CONT-REGLAS-CUADRAN PIC 9(3) COMP VALUE 0.
       77  CONT-REGLAS-DESCUADRE PIC 9(3) COMP VALUE 0.
       77  CONT-REGLAS-SIN-DATOS PIC 9(3) COMP VALUE 0.
       01  TABLA-REGLAS.
           05 REGLA-FILA OCCURS 30 TIMES.
               10 REGLA-FILA-NUMERO PIC 9(3).
               10 REGLA-FILA-DESCRIPCION PIC X(30).
               10 REGLA-FILA-PROGRAMA-A PIC X(30).
               10 REGLA-FILA-AMBITO-A PIC X(8).
               10 REGLA-FILA-CIFRA-A PIC X(1).
               10 REGLA-FILA-PROGRAMA-B PIC X(30).
               10 REGLA-FILA-AMBITO-B PIC X(8).
               10 REGLA-FILA-CIFRA-B PIC X(1).
               10 REGLA-FILA-TOLERANCIA-TIPO PIC X(1).
               10 REGLA-FILA-TOLERANCIA PIC 9(11)V99.
       01  TABLA-CIFRAS.
           05 CIFRA-FILA OCCURS 60 TIMES.
               10 CIFRA-FILA-PROGRAMA PIC X(30).
               10 CIFRA-FILA-AMBITO PIC X(8).
               10 CIFRA-FILA-LEIDOS PIC 9(9).
               10 CIFRA-FILA-ESCRITOS PIC 9(9).
               10 CIFRA-FILA-IMPORTE PIC 9(13)V99.
       01  BUSCAR-PROGRAMA PIC X(30).
       01  BUSCAR-AMBITO PIC X(8).
       01  CIFRA-PEDIDA PIC X(1).
       01  VALOR-CIFRA PIC 9(13)V99.
       01  VALOR-A PIC 9(13)V99.
       01  VALOR-B PIC 9(13)V99.
       01  DIFERENCIA-BALANCE PIC S9(13)V99.
       01  LIMITE-TOLERANCIA PIC 9(13)V99.
       01  RESULTADO-REGLA PIC X(10).
       01  VALOR-EDITADO PIC Z(12)9.99.
       01  VALOR-EDITADO-2 PIC Z(12)9.99.
       01  LIMITE-EDITADO PIC Z(12)9.99.
       01  LEIDOS-EDITADO PIC Z(8)9.
       01  ESCRITOS-EDITADO PIC Z(8)9.
       01  CONT-EDITADO PIC ZZ9.

      *Area de peticion del modulo de dias laborables.
       COPY "copybooks/28-LkLaborables.cbl".
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".

      *Estado del archivo de control de la cadena.
       COPY "copybooks/28-EstadoCadena.cbl".
      *Estado del archivo de estado de la cadena.
       COPY "copybooks/28-EstadoCadenaEstado.cbl".
      *Estado del archivo de cifras de control de la cadena.
       COPY "copybooks/28-EstadoBalanceCadena.cbl".
      *Estado de la tabla de reglas de balance.
       COPY "copybooks/28-EstadoReglasBalance.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           PERFORM FIJAR-FECHA-DE-NEGOCIO.
           PERFORM CARGAR-PASOS.
           PERFORM CARGAR-REGLAS-BALANCE.
           IF CONT-PASOS = 0
               DISPLAY "El archivo de control CADENA.TXT no tiene "
                       "pasos, no hay nada que ejecutar."
                   MOVE "S" TO CADENA-ROTA
           END-CALL.
           ACCEPT HORA-FIN-PASO FROM TIME.
      *Un paso que termina bien pero cuyas cifras no cuadran con las
      *reglas de balance se da por fallido igual que si abortara.
           IF CADENA-ROTA = "N"
               PERFORM COMPROBAR-BALANCE-DEL-PASO
               IF BALANCE-DESCUADRADO = "S"
                   MOVE "S" TO CADENA-ROTA
                   DISPLAY "LAS CIFRAS DEL PASO "
                           PASO-FILA-NUMERO (SUB-I)
                           " NO CUADRAN CON LAS REGLAS DE BALANCE."
               END-IF
           END-IF.
           IF CADENA-ROTA = "S"
               DISPLAY "EL PASO " PASO-FILA-NUMERO (SUB-I)
                       " FALLO, LA CADENA SE DETIENE AQUI."
                   CONVERTIR-SS.

       CERRAR-LA-PASADA.
           PERFORM IMPRIMIR-INFORME-BALANCE.
           IF CADENA-ROTA = "N"
               DISPLAY "Cadena completada, pasos ejecutados en esta "
                       "pasada: " CONT-EJECUTADOS
               MOVE FECHA-DE-HOY TO FECHA-ULTIMA-CADENA
               PERFORM GRABAR-CONTROL-DE-FECHA.

       CARGAR-REGLAS-BALANCE.
      *Sin tabla de reglas la cadena no cuadra nada, pero el informe
      *de balance sigue listando las cifras anotadas por los pasos.
           MOVE 0 TO CONT-REGLAS.
           OPEN INPUT REGLAS-BALANCE-ARCHIVO.
           IF REGLAS-BALANCE-STATUS = "00"
               MOVE "N" TO FIN-BALANCE
               PERFORM LEER-REGLA-BALANCE
               UNTIL FIN-BALANCE = "S"
               CLOSE REGLAS-BALANCE-ARCHIVO.

       LEER-REGLA-BALANCE.
           READ REGLAS-BALANCE-ARCHIVO
               AT END
                   MOVE "S" TO FIN-BALANCE
               NOT AT END
                   IF CONT-REGLAS < 30
                       ADD 1 TO CONT-REGLAS
                       MOVE REGLA-NUMERO
                           TO REGLA-FILA-NUMERO (CONT-REGLAS)
                       MOVE REGLA-DESCRIPCION
                           TO REGLA-FILA-DESCRIPCION (CONT-REGLAS)
                       MOVE REGLA-PROGRAMA-A
                           TO REGLA-FILA-PROGRAMA-A (CONT-REGLAS)
                       MOVE REGLA-AMBITO-A
                           TO REGLA-FILA-AMBITO-A (CONT-REGLAS)
                       MOVE REGLA-CIFRA-A
                           TO REGLA-FILA-CIFRA-A (CONT-REGLAS)
                       MOVE REGLA-PROGRAMA-B
                           TO REGLA-FILA-PROGRAMA-B (CONT-REGLAS)
                       MOVE REGLA-AMBITO-B
                           TO REGLA-FILA-AMBITO-B (CONT-REGLAS)
                       MOVE REGLA-CIFRA-B
                           TO REGLA-FILA-CIFRA-B (CONT-REGLAS)
                       MOVE REGLA-TOLERANCIA-TIPO
                           TO REGLA-FILA-TOLERANCIA-TIPO (CONT-REGLAS)
                       MOVE REGLA-TOLERANCIA
                           TO REGLA-FILA-TOLERANCIA (CONT-REGLAS)
           END-READ.

       CARGAR-CIFRAS-DE-LA-NOCHE.
      *Las cifras de la fecha de negocio de la pasada; si un paso se
      *relanzo, la ultima anotacion sustituye a la anterior.
           MOVE 0 TO CONT-CIFRAS.
           OPEN INPUT BALANCE-CADENA-ARCHIVO.
           IF BALANCE-CADENA-STATUS = "00"
               MOVE "N" TO FIN-BALANCE
               PERFORM LEER-CIFRA-BALANCE
               UNTIL FIN-BALANCE = "S"
               CLOSE BALANCE-CADENA-ARCHIVO.

       LEER-CIFRA-BALANCE.
           READ BALANCE-CADENA-ARCHIVO
               AT END
                   MOVE "S" TO FIN-BALANCE
               NOT AT END
                   IF BALCAD-FECHA = FECHA-DE-HOY
                       PERFORM GUARDAR-CIFRA-BALANCE
           END-READ.

       GUARDAR-CIFRA-BALANCE.
           MOVE BALCAD-PROGRAMA TO BUSCAR-PROGRAMA.
           MOVE BALCAD-AMBITO TO BUSCAR-AMBITO.
           PERFORM BUSCAR-CIFRA.
           IF POSICION-CIFRA = 0 AND CONT-CIFRAS < 60
               ADD 1 TO CONT-CIFRAS
               MOVE CONT-CIFRAS TO POSICION-CIFRA.
           IF POSICION-CIFRA > 0
               MOVE BALCAD-PROGRAMA
                   TO CIFRA-FILA-PROGRAMA (POSICION-CIFRA)
               MOVE BALCAD-AMBITO TO CIFRA-FILA-AMBITO (POSICION-CIFRA)
               MOVE BALCAD-LEIDOS TO CIFRA-FILA-LEIDOS (POSICION-CIFRA)
               MOVE BALCAD-ESCRITOS
                   TO CIFRA-FILA-ESCRITOS (POSICION-CIFRA)
               MOVE BALCAD-IMPORTE
                   TO CIFRA-FILA-IMPORTE (POSICION-CIFRA).

       BUSCAR-CIFRA.
           MOVE 0 TO POSICION-CIFRA.
           MOVE 1 TO SUB-C.
           PERFORM COMPARAR-CIFRA
           UNTIL SUB-C > CONT-CIFRAS OR POSICION-CIFRA > 0.

       COMPARAR-CIFRA.
           IF CIFRA-FILA-PROGRAMA (SUB-C) = BUSCAR-PROGRAMA AND
              CIFRA-FILA-AMBITO (SUB-C) = BUSCAR-AMBITO
               MOVE SUB-C TO POSICION-CIFRA.
           ADD 1 TO SUB-C.

       BUSCAR-CIFRAS-DEL-PROGRAMA.
      *Cualquier ambito del programa vale para saber si anoto.
           MOVE 0 TO POSICION-CIFRA.
           MOVE 1 TO SUB-C.
           PERFORM COMPARAR-PROGRAMA-CIFRA
           UNTIL SUB-C > CONT-CIFRAS OR POSICION-CIFRA > 0.

       COMPARAR-PROGRAMA-CIFRA.
           IF CIFRA-FILA-PROGRAMA (SUB-C) = BUSCAR-PROGRAMA
               MOVE SUB-C TO POSICION-CIFRA.
           ADD 1 TO SUB-C.

       COMPROBAR-BALANCE-DEL-PASO.
      *Se cuadran las reglas en las que interviene el programa del
      *paso. Un paso que no anota cifras solo se avisa: sus reglas
      *quedan sin datos en el informe.
           MOVE "N" TO BALANCE-DESCUADRADO.
           PERFORM CARGAR-CIFRAS-DE-LA-NOCHE.
           MOVE PASO-FILA-PROGRAMA (SUB-I) TO BUSCAR-PROGRAMA.
           PERFORM BUSCAR-CIFRAS-DEL-PROGRAMA.
           IF POSICION-CIFRA = 0
               DISPLAY "Aviso: el paso " PASO-FILA-NUMERO (SUB-I)
                       " no anoto cifras de control.".
           MOVE 1 TO SUB-R.
           PERFORM REVISAR-REGLA-DEL-PASO
           UNTIL SUB-R > CONT-REGLAS.

       REVISAR-REGLA-DEL-PASO.
           IF REGLA-FILA-PROGRAMA-A (SUB-R) =
              PASO-FILA-PROGRAMA (SUB-I) OR
              REGLA-FILA-PROGRAMA-B (SUB-R) =
              PASO-FILA-PROGRAMA (SUB-I)
               PERFORM EVALUAR-REGLA THRU EVALUAR-REGLA-FIN
               IF RESULTADO-REGLA = "DESCUADRE"
                   MOVE "S" TO BALANCE-DESCUADRADO
                   MOVE VALOR-A TO VALOR-EDITADO
                   MOVE VALOR-B TO VALOR-EDITADO-2
                   DISPLAY "Regla de balance "
                           REGLA-FILA-NUMERO (SUB-R) " "
                           REGLA-FILA-DESCRIPCION (SUB-R)
                           ": " VALOR-EDITADO " frente a "
                           VALOR-EDITADO-2.
           ADD 1 TO SUB-R.

       EVALUAR-REGLA.
      *Sin las cifras de alguno de los dos pasos (no ha corrido aun
      *esta noche o no las anota) la regla queda sin datos.
           MOVE "SIN DATOS" TO RESULTADO-REGLA.
           MOVE ZERO TO VALOR-A.
           MOVE ZERO TO VALOR-B.
           MOVE ZERO TO LIMITE-TOLERANCIA.
           MOVE REGLA-FILA-PROGRAMA-A (SUB-R) TO BUSCAR-PROGRAMA.
           MOVE REGLA-FILA-AMBITO-A (SUB-R) TO BUSCAR-AMBITO.
           PERFORM BUSCAR-CIFRA.
           IF POSICION-CIFRA = 0
               GO TO EVALUAR-REGLA-FIN.
           MOVE REGLA-FILA-CIFRA-A (SUB-R) TO CIFRA-PEDIDA.
           PERFORM TOMAR-VALOR-CIFRA.
           MOVE VALOR-CIFRA TO VALOR-A.
           MOVE REGLA-FILA-PROGRAMA-B (SUB-R) TO BUSCAR-PROGRAMA.
           MOVE REGLA-FILA-AMBITO-B (SUB-R) TO BUSCAR-AMBITO.
           PERFORM BUSCAR-CIFRA.
           IF POSICION-CIFRA = 0
               GO TO EVALUAR-REGLA-FIN.
           MOVE REGLA-FILA-CIFRA-B (SUB-R) TO CIFRA-PEDIDA.
           PERFORM TOMAR-VALOR-CIFRA.
           MOVE VALOR-CIFRA TO VALOR-B.
           COMPUTE DIFERENCIA-BALANCE = VALOR-A - VALOR-B.
           IF DIFERENCIA-BALANCE < 0
               COMPUTE DIFERENCIA-BALANCE = 0 - DIFERENCIA-BALANCE.
           IF REGLA-FILA-TOLERANCIA-TIPO (SUB-R) = "P"
               COMPUTE LIMITE-TOLERANCIA ROUNDED =
                       VALOR-A * REGLA-FILA-TOLERANCIA (SUB-R) / 100
           ELSE
               MOVE REGLA-FILA-TOLERANCIA (SUB-R)
                   TO LIMITE-TOLERANCIA.
           IF DIFERENCIA-BALANCE > LIMITE-TOLERANCIA
               MOVE "DESCUADRE" TO RESULTADO-REGLA
           ELSE
               MOVE "CUADRA" TO RESULTADO-REGLA.

       EVALUAR-REGLA-FIN.
           EXIT.

       TOMAR-VALOR-CIFRA.
           IF CIFRA-PEDIDA = "L"
               MOVE CIFRA-FILA-LEIDOS (POSICION-CIFRA) TO VALOR-CIFRA
           ELSE
               IF CIFRA-PEDIDA = "E"
                   MOVE CIFRA-FILA-ESCRITOS (POSICION-CIFRA)
                       TO VALOR-CIFRA
               ELSE
                   MOVE CIFRA-FILA-IMPORTE (POSICION-CIFRA)
                       TO VALOR-CIFRA.

       IMPRIMIR-INFORME-BALANCE.
      *Informe de balance de la noche, completa o interrumpida: las
      *cifras anotadas por cada paso, los pasos sin cifras y el
      *resultado de cada regla con las cifras finales de la noche.
           PERFORM CARGAR-CIFRAS-DE-LA-NOCHE.
           MOVE 0 TO CONT-REGLAS-CUADRAN.
           MOVE 0 TO CONT-REGLAS-DESCUADRE.
           MOVE 0 TO CONT-REGLAS-SIN-DATOS.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_BALANCE_CADENA.TXT" TO INFORME-NOMBRE.
           MOVE "CADENA-NOCTURNA" TO INFORME-PROGRAMA.
           MOVE "BALANCE DE CIFRAS DE LA CADENA NOCTURNA"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "FECHA DE NEGOCIO: " DELIMITED BY SIZE
                  FECHA-DE-HOY DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE 1 TO SUB-C.
           PERFORM IMPRIMIR-CIFRA-BALANCE
           UNTIL SUB-C > CONT-CIFRAS.
           MOVE 1 TO SUB-R.
           PERFORM IMPRIMIR-PASO-SIN-CIFRAS
           UNTIL SUB-R > CONT-PASOS.
           MOVE 1 TO SUB-R.
           PERFORM IMPRIMIR-REGLA-BALANCE
           UNTIL SUB-R > CONT-REGLAS.
           MOVE "T" TO INFORME-OPERACION.
           MOVE CONT-REGLAS-CUADRAN TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "REGLAS QUE CUADRAN:    " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-REGLAS-DESCUADRE TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "REGLAS DESCUADRADAS:   " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-REGLAS-SIN-DATOS TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "REGLAS SIN DATOS:      " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-CIFRA-BALANCE.
           MOVE CIFRA-FILA-LEIDOS (SUB-C) TO LEIDOS-EDITADO.
           MOVE CIFRA-FILA-ESCRITOS (SUB-C) TO ESCRITOS-EDITADO.
           MOVE CIFRA-FILA-IMPORTE (SUB-C) TO VALOR-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "PASO: " DELIMITED BY SIZE
                  CIFRA-FILA-PROGRAMA (SUB-C) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CIFRA-FILA-AMBITO (SUB-C) DELIMITED BY SIZE
                  " LEIDOS: " DELIMITED BY SIZE
                  LEIDOS-EDITADO DELIMITED BY SIZE
                  " ESCRITOS: " DELIMITED BY SIZE
                  ESCRITOS-EDITADO DELIMITED BY SIZE
                  " IMPORTE: " DELIMITED BY SIZE
                  VALOR-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           ADD 1 TO SUB-C.

       IMPRIMIR-PASO-SIN-CIFRAS.
           MOVE PASO-FILA-PROGRAMA (SUB-R) TO BUSCAR-PROGRAMA.
           PERFORM BUSCAR-CIFRAS-DEL-PROGRAMA.
           IF POSICION-CIFRA = 0
               MOVE SPACE TO INFORME-LINEA
               STRING "PASO " DELIMITED BY SIZE
                      PASO-FILA-NUMERO (SUB-R) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PASO-FILA-PROGRAMA (SUB-R) DELIMITED BY SIZE
                      " SIN CIFRAS DE CONTROL ESTA NOCHE"
                          DELIMITED BY SIZE
                   INTO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           ADD 1 TO SUB-R.

       IMPRIMIR-REGLA-BALANCE.
           PERFORM EVALUAR-REGLA THRU EVALUAR-REGLA-FIN.
           IF RESULTADO-REGLA = "CUADRA"
               ADD 1 TO CONT-REGLAS-CUADRAN
           ELSE
               IF RESULTADO-REGLA = "DESCUADRE"
                   ADD 1 TO CONT-REGLAS-DESCUADRE
               ELSE
                   ADD 1 TO CONT-REGLAS-SIN-DATOS.
           MOVE VALOR-A TO VALOR-EDITADO.
           MOVE VALOR-B TO VALOR-EDITADO-2.
           MOVE LIMITE-TOLERANCIA TO LIMITE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "REGLA " DELIMITED BY SIZE
                  REGLA-FILA-NUMERO (SUB-R) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REGLA-FILA-DESCRIPCION (SUB-R) DELIMITED BY SIZE
                  " A:" DELIMITED BY SIZE
                  VALOR-EDITADO DELIMITED BY SIZE
                  " B:" DELIMITED BY SIZE
                  VALOR-EDITADO-2 DELIMITED BY SIZE
                  " TOL:" DELIMITED BY SIZE
                  LIMITE-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RESULTADO-REGLA DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           ADD 1 TO SUB-R.

       END PROGRAM CADENA-NOCTURNA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLA-EXCEPCIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo comun de excepciones.
       COPY "copybooks/28-PhExcepciones.cbl".
      *Archivo maestro de operadores autorizados.
       COPY "copybooks/28-PhOperadores.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo comun de excepciones.
       COPY "copybooks/28-LoExcepciones.cbl".
      *Archivo maestro de operadores autorizados.
       COPY "copybooks/28-LoOperadores.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".

       WORKING-STORAGE SECTION.
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-COLA PIC X.
       77  INICIO-TRAS-CLAVE PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FILAS-EN-PAGINA PIC 9(2) COMP VALUE 0.
       77  CONT-ASIGNADAS PIC 9(5) COMP VALUE 0.
       77  CONT-COMENTADAS PIC 9(5) COMP VALUE 0.
       77  CONT-CERRADAS PIC 9(5) COMP VALUE 0.

       01  FECHA-DE-HOY PIC 9(8).

      *Campos de la pantalla: filtro de departamento, accion sobre
      *una linea de la pagina y los datos que la accion necesite.
       01  FILTRO-DEPARTAMENTO PIC X(4).
       01  FILTRO-ANTERIOR PIC X(4).
       01  ACCION-COLA PIC X(1).
       01  LINEA-ELEGIDA PIC X(2).
       01  LINEA-ELEGIDA-9 REDEFINES LINEA-ELEGIDA PIC 9(2).
       01  NUEVO-ASIGNADO PIC X(6).
       01  NUEVO-DEPARTAMENTO PIC X(4).
       01  NUEVO-COMENTARIO PIC X(60).
       01  MENSAJE-ERROR PIC X(60).

      *Clave desde la que se carga la pagina: la de su primera
      *excepcion, para volver a presentarla tras cada accion, o la
      *ultima de la anterior, para pasar a la siguiente.
       01  CLAVE-INICIO-PAGINA PIC X(20).
       01  CLAVE-FIN-PAGINA PIC X(20).

      *Diez lineas por pagina, con la clave de cada una para volver
      *a leerla cuando el supervisor actua sobre ella.
       01  LINEAS-PAGINA.
           05 LINEA-01 PIC X(74).
           05 LINEA-02 PIC X(74).
           05 LINEA-03 PIC X(74).
           05 LINEA-04 PIC X(74).
           05 LINEA-05 PIC X(74).
           05 LINEA-06 PIC X(74).
           05 LINEA-07 PIC X(74).
           05 LINEA-08 PIC X(74).
           05 LINEA-09 PIC X(74).
           05 LINEA-10 PIC X(74).
       01  LINEAS-PAGINA-R REDEFINES LINEAS-PAGINA.
           05 LINEA-PAGINA PIC X(74) OCCURS 10 TIMES.
       01  CLAVES-PAGINA.
           05 CLAVE-PAGINA PIC X(20) OCCURS 10 TIMES.

       01  FILA-COLA.
           05 FILA-NUMERO PIC Z9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILA-CODIGO PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILA-EMPLEADOS-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILA-GRAVEDAD PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILA-FECHA-ALTA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILA-DEPARTAMENTO PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILA-ESTADO PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILA-ASIGNADA-A PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILA-DESCRIPCION PIC X(34).

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo comun de excepciones.
       COPY "copybooks/28-EstadoExcepciones.cbl".
      *Estado del archivo maestro de operadores autorizados.
       COPY "copybooks/28-EstadoOperadores.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".

       SCREEN SECTION.
      *Cola de trabajo de excepciones: diez excepciones abiertas por
      *pagina y, debajo, la accion a aplicar sobre una de ellas.
       01  PANTALLA-COLA.
           05 LINE 1 COLUMN 25 VALUE "COLA DE EXCEPCIONES".
           05 LINE 2 COLUMN 3 VALUE "DEPARTAMENTO (BLANCO = TODOS):".
           05 LINE 2 COLUMN 34 PIC X(4) USING FILTRO-DEPARTAMENTO.
           05 LINE 4 COLUMN 3
               VALUE " N COD. EMPLEA G ALTA     DPTO E ASIGNA".
           05 LINE 4 COLUMN 43 VALUE "DESCRIPCION".
           05 LINE 5 COLUMN 3 PIC X(74) FROM LINEA-01.
           05 LINE 6 COLUMN 3 PIC X(74) FROM LINEA-02.
           05 LINE 7 COLUMN 3 PIC X(74) FROM LINEA-03.
           05 LINE 8 COLUMN 3 PIC X(74) FROM LINEA-04.
           05 LINE 9 COLUMN 3 PIC X(74) FROM LINEA-05.
           05 LINE 10 COLUMN 3 PIC X(74) FROM LINEA-06.
           05 LINE 11 COLUMN 3 PIC X(74) FROM LINEA-07.
           05 LINE 12 COLUMN 3 PIC X(74) FROM LINEA-08.
           05 LINE 13 COLUMN 3 PIC X(74) FROM LINEA-09.
           05 LINE 14 COLUMN 3 PIC X(74) FROM LINEA-10.
           05 LINE 16 COLUMN 3
               VALUE "ACCION (A ASIGNAR, C COMENTAR, X CERRAR,".
           05 LINE 16 COLUMN 44
               VALUE "S SIGUIENTE, P PRIMERA, F FIN):".
           05 LINE 16 COLUMN 76 PIC X(1) USING ACCION-COLA.
           05 LINE 17 COLUMN 3 VALUE "LINEA:".
           05 LINE 17 COLUMN 22 PIC X(2) USING LINEA-ELEGIDA.
           05 LINE 18 COLUMN 3 VALUE "ASIGNAR A OPERADOR:".
           05 LINE 18 COLUMN 22 PIC X(6) USING NUEVO-ASIGNADO.
           05 LINE 18 COLUMN 30 VALUE "DEPARTAMENTO:".
           05 LINE 18 COLUMN 44 PIC X(4) USING NUEVO-DEPARTAMENTO.
           05 LINE 19 COLUMN 3 VALUE "COMENTARIO:".
           05 LINE 19 COLUMN 15 PIC X(60) USING NUEVO-COMENTARIO.
           05 LINE 21 COLUMN 3 PIC X(60) FROM MENSAJE-ERROR.

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Los supervisores trabajan aqui las excepciones que anotan los
      *informes: las asignan a un operador o a otro departamento, las
      *comentan y las cierran. Se llama desde el menu y puede
      *ejecutarse varias veces: los contadores se ponen a cero.
           MOVE 0 TO CONT-ASIGNADAS.
           MOVE 0 TO CONT-COMENTADAS.
           MOVE 0 TO CONT-CERRADAS.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO NOT = "S"
               DISPLAY "Acceso denegado."
               GO TO TERMINA-PROGRAMA.
           OPEN I-O EXCEPCIONES-ARCHIVO.
           IF EXCEPCIONES-ARCHIVO-STATUS = "35"
               DISPLAY "No hay excepciones anotadas."
               GO TO TERMINA-PROGRAMA.
           OPEN INPUT OPERADORES-ARCHIVO.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           MOVE SPACE TO FILTRO-DEPARTAMENTO.
           MOVE SPACE TO FILTRO-ANTERIOR.
           MOVE LOW-VALUES TO CLAVE-INICIO-PAGINA.
           MOVE "N" TO INICIO-TRAS-CLAVE.
           MOVE SPACE TO MENSAJE-ERROR.
           MOVE SPACE TO ACCION-COLA.
           PERFORM ATENDER-PAGINA
           UNTIL ACCION-COLA = "F".
           CLOSE EXCEPCIONES-ARCHIVO.
           CLOSE OPERADORES-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.
           DISPLAY "Excepciones asignadas:        " CONT-ASIGNADAS.
           DISPLAY "Excepciones comentadas:       " CONT-COMENTADAS.
           DISPLAY "Excepciones cerradas:         " CONT-CERRADAS.

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *La cola es cosa de supervisores; el operador de la sesion
      *queda anotado en cada excepcion que cierra.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       ATENDER-PAGINA.
           PERFORM CARGAR-PAGINA THRU CARGAR-PAGINA-FIN.
           MOVE SPACE TO ACCION-COLA.
           MOVE SPACE TO LINEA-ELEGIDA.
           MOVE SPACE TO NUEVO-ASIGNADO.
           MOVE SPACE TO NUEVO-DEPARTAMENTO.
           MOVE SPACE TO NUEVO-COMENTARIO.
           DISPLAY PANTALLA-COLA.
           ACCEPT PANTALLA-COLA.
           MOVE SPACE TO MENSAJE-ERROR.
           IF ACCION-COLA = "a"
               MOVE "A" TO ACCION-COLA.
           IF ACCION-COLA = "c"
               MOVE "C" TO ACCION-COLA.
           IF ACCION-COLA = "x"
               MOVE "X" TO ACCION-COLA.
           IF ACCION-COLA = "s"
               MOVE "S" TO ACCION-COLA.
           IF ACCION-COLA = "p"
               MOVE "P" TO ACCION-COLA.
           IF ACCION-COLA = "f"
               MOVE "F" TO ACCION-COLA.
      *Un filtro de departamento nuevo vuelve a la primera pagina.
           IF FILTRO-DEPARTAMENTO NOT = FILTRO-ANTERIOR
               MOVE FILTRO-DEPARTAMENTO TO FILTRO-ANTERIOR
               MOVE LOW-VALUES TO CLAVE-INICIO-PAGINA
               MOVE "N" TO INICIO-TRAS-CLAVE
           ELSE
           IF ACCION-COLA = "S"
               PERFORM PASAR-PAGINA
           ELSE
           IF ACCION-COLA = "P"
               MOVE LOW-VALUES TO CLAVE-INICIO-PAGINA
               MOVE "N" TO INICIO-TRAS-CLAVE
           ELSE
           IF ACCION-COLA = "A" OR ACCION-COLA = "C" OR
              ACCION-COLA = "X"
               PERFORM ACTUAR-SOBRE-LINEA THRU ACTUAR-SOBRE-LINEA-FIN
           ELSE
           IF ACCION-COLA NOT = "F" AND ACCION-COLA NOT = SPACE
               MOVE "ACCION NO VALIDA." TO MENSAJE-ERROR.

       CARGAR-PAGINA.
      *Se leen en orden de clave las excepciones abiertas del
      *departamento filtrado a partir de la primera de la pagina.
           MOVE SPACE TO LINEAS-PAGINA.
           MOVE SPACE TO CLAVES-PAGINA.
           MOVE 0 TO FILAS-EN-PAGINA.
           MOVE CLAVE-INICIO-PAGINA TO EXCEPCION-CLAVE.
           IF INICIO-TRAS-CLAVE = "S"
               START EXCEPCIONES-ARCHIVO KEY IS GREATER THAN
                   EXCEPCION-CLAVE
                   INVALID KEY
                       GO TO CARGAR-PAGINA-FIN
               END-START
           ELSE
               START EXCEPCIONES-ARCHIVO KEY IS NOT LESS THAN
                   EXCEPCION-CLAVE
                   INVALID KEY
                       GO TO CARGAR-PAGINA-FIN
               END-START.
           MOVE "N" TO FIN-COLA.
           PERFORM LEER-EXCEPCION-PAGINA
           UNTIL FIN-COLA = "S" OR FILAS-EN-PAGINA = 10.
           IF FILAS-EN-PAGINA > 0
               MOVE CLAVE-PAGINA (1) TO CLAVE-INICIO-PAGINA
               MOVE "N" TO INICIO-TRAS-CLAVE.

       CARGAR-PAGINA-FIN.
           IF FILAS-EN-PAGINA = 0 AND MENSAJE-ERROR = SPACE
               MOVE "NO HAY EXCEPCIONES ABIERTAS EN ESTA SELECCION."
                   TO MENSAJE-ERROR.

       LEER-EXCEPCION-PAGINA.
           READ EXCEPCIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-COLA
           END-READ.
           IF FIN-COLA = "N" AND NOT EXCEPCION-CERRADA
               IF FILTRO-DEPARTAMENTO = SPACE OR
                  FILTRO-DEPARTAMENTO = EXCEPCION-DEPARTAMENTO
                   PERFORM ANOTAR-FILA.

       ANOTAR-FILA.
           ADD 1 TO FILAS-EN-PAGINA.
           MOVE FILAS-EN-PAGINA TO FILA-NUMERO.
           MOVE EXCEPCION-CODIGO TO FILA-CODIGO.
           MOVE EXCEPCION-EMPLEADOS-ID TO FILA-EMPLEADOS-ID.
           MOVE EXCEPCION-GRAVEDAD TO FILA-GRAVEDAD.
           MOVE EXCEPCION-FECHA-ALTA TO FILA-FECHA-ALTA.
           MOVE EXCEPCION-DEPARTAMENTO TO FILA-DEPARTAMENTO.
           MOVE EXCEPCION-ESTADO TO FILA-ESTADO.
           MOVE EXCEPCION-ASIGNADA-A TO FILA-ASIGNADA-A.
           MOVE EXCEPCION-DESCRIPCION TO FILA-DESCRIPCION.
           MOVE FILA-COLA TO LINEA-PAGINA (FILAS-EN-PAGINA).
           MOVE EXCEPCION-CLAVE TO CLAVE-PAGINA (FILAS-EN-PAGINA).
           MOVE EXCEPCION-CLAVE TO CLAVE-FIN-PAGINA.

       PASAR-PAGINA.
      *La pagina siguiente empieza justo despues de la ultima clave
      *presentada; si la pagina no estaba llena ya no hay mas.
           IF FILAS-EN-PAGINA < 10
               MOVE "NO HAY MAS PAGINAS." TO MENSAJE-ERROR
           ELSE
               MOVE CLAVE-FIN-PAGINA TO CLAVE-INICIO-PAGINA
               MOVE "S" TO INICIO-TRAS-CLAVE.

       ACTUAR-SOBRE-LINEA.
           IF LINEA-ELEGIDA (2:1) = SPACE
               MOVE LINEA-ELEGIDA (1:1) TO LINEA-ELEGIDA (2:1)
               MOVE "0" TO LINEA-ELEGIDA (1:1).
           IF LINEA-ELEGIDA IS NOT NUMERIC
               MOVE "INDIQUE EL NUMERO DE LINEA." TO MENSAJE-ERROR
               GO TO ACTUAR-SOBRE-LINEA-FIN.
           IF LINEA-ELEGIDA-9 < 1 OR
              LINEA-ELEGIDA-9 > FILAS-EN-PAGINA
               MOVE "LINEA FUERA DE LA PAGINA." TO MENSAJE-ERROR
               GO TO ACTUAR-SOBRE-LINEA-FIN.
           MOVE CLAVE-PAGINA (LINEA-ELEGIDA-9) TO EXCEPCION-CLAVE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ EXCEPCIONES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           IF REGISTRO-ENCONTRADO = "N" OR EXCEPCION-CERRADA
               MOVE "LA EXCEPCION YA NO ESTA ABIERTA."
                   TO MENSAJE-ERROR
               GO TO ACTUAR-SOBRE-LINEA-FIN.
           IF ACCION-COLA = "A"
               PERFORM ASIGNAR-EXCEPCION THRU ASIGNAR-EXCEPCION-FIN
           ELSE
           IF ACCION-COLA = "C"
               PERFORM COMENTAR-EXCEPCION
           ELSE
               PERFORM CERRAR-EXCEPCION.

       ACTUAR-SOBRE-LINEA-FIN.
           EXIT.

       ASIGNAR-EXCEPCION.
      *Se asigna a un operador, a otro departamento o a ambos; el
      *comentario, si se teclea, acompania a la asignacion.
           IF NUEVO-ASIGNADO = SPACE AND NUEVO-DEPARTAMENTO = SPACE
               MOVE "INDIQUE OPERADOR O DEPARTAMENTO."
                   TO MENSAJE-ERROR
               GO TO ASIGNAR-EXCEPCION-FIN.
           IF NUEVO-ASIGNADO NOT = SPACE
               MOVE NUEVO-ASIGNADO TO OPERADORES-ID
               MOVE "S" TO REGISTRO-ENCONTRADO
               READ OPERADORES-ARCHIVO
                   INVALID KEY
                       MOVE "N" TO REGISTRO-ENCONTRADO
               END-READ
               IF REGISTRO-ENCONTRADO = "N"
                   MOVE "OPERADOR INEXISTENTE." TO MENSAJE-ERROR
                   GO TO ASIGNAR-EXCEPCION-FIN.
           IF NUEVO-DEPARTAMENTO NOT = SPACE
               MOVE NUEVO-DEPARTAMENTO TO DEPARTAMENTOS-CODIGO
               MOVE "S" TO REGISTRO-ENCONTRADO
               READ DEPARTAMENTOS-ARCHIVO
                   INVALID KEY
                       MOVE "N" TO REGISTRO-ENCONTRADO
               END-READ
               IF REGISTRO-ENCONTRADO = "N"
                   MOVE "DEPARTAMENTO INEXISTENTE." TO MENSAJE-ERROR
                   GO TO ASIGNAR-EXCEPCION-FIN.
           IF NUEVO-ASIGNADO NOT = SPACE
               MOVE NUEVO-ASIGNADO TO EXCEPCION-ASIGNADA-A
               MOVE "A" TO EXCEPCION-ESTADO.
           IF NUEVO-DEPARTAMENTO NOT = SPACE
               MOVE NUEVO-DEPARTAMENTO TO EXCEPCION-DEPARTAMENTO.
           IF NUEVO-COMENTARIO NOT = SPACE
               MOVE NUEVO-COMENTARIO TO EXCEPCION-COMENTARIO.
           PERFORM GRABAR-EXCEPCION.
           IF MENSAJE-ERROR = SPACE
               ADD 1 TO CONT-ASIGNADAS
               MOVE "EXCEPCION ASIGNADA." TO MENSAJE-ERROR.

       ASIGNAR-EXCEPCION-FIN.
           EXIT.

       COMENTAR-EXCEPCION.
           IF NUEVO-COMENTARIO = SPACE
               MOVE "TECLEE EL COMENTARIO." TO MENSAJE-ERROR
           ELSE
               MOVE NUEVO-COMENTARIO TO EXCEPCION-COMENTARIO
               PERFORM GRABAR-EXCEPCION
               IF MENSAJE-ERROR = SPACE
                   ADD 1 TO CONT-COMENTADAS
                   MOVE "COMENTARIO ANOTADO." TO MENSAJE-ERROR.

       CERRAR-EXCEPCION.
      *Para cerrar hace falta decir como se resolvio; quedan la
      *fecha de negocio y el operador que la cierra.
           IF NUEVO-COMENTARIO = SPACE
               MOVE "TECLEE COMO SE RESOLVIO ANTES DE CERRAR."
                   TO MENSAJE-ERROR
           ELSE
               MOVE NUEVO-COMENTARIO TO EXCEPCION-COMENTARIO
               MOVE "C" TO EXCEPCION-ESTADO
               MOVE FECHA-DE-HOY TO EXCEPCION-FECHA-CIERRE
               MOVE SESION-OPERADOR-ID TO EXCEPCION-OPERADOR-CIERRE
               PERFORM GRABAR-EXCEPCION
               IF MENSAJE-ERROR = SPACE
                   ADD 1 TO CONT-CERRADAS
                   MOVE "EXCEPCION CERRADA." TO MENSAJE-ERROR.

       GRABAR-EXCEPCION.
           REWRITE EXCEPCION-REGISTRO
               INVALID KEY
                   MOVE "ERROR AL GRABAR LA EXCEPCION."
                       TO MENSAJE-ERROR
           END-REWRITE.

       END PROGRAM COLA-EXCEPCIONES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGREGACION-FUNCIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo de reglas de segregacion de funciones.
       COPY "copybooks/28-PhReglasSegregacion.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-PhAuditoria.cbl".
      *Indice de generaciones del archivo de auditoria.
       COPY "copybooks/28-PhGeneraciones.cbl".
      *Generacion cerrada del archivo de auditoria.
       COPY "copybooks/28-PhAuditoriaGen.cbl".
      *Cola de revision de cambios diferidos.
       COPY "copybooks/28-PhRevision.cbl".
      *Archivo de notas de gastos de empleados.
       COPY "copybooks/28-PhGastos.cbl".
      *Registro de cambios de cuenta bancaria.
       COPY "copybooks/28-PhCambiosCuenta.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo de reglas de segregacion de funciones.
       COPY "copybooks/28-LoReglasSegregacion.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-LoAuditoria.cbl".
      *Indice de generaciones del archivo de auditoria.
       COPY "copybooks/28-LoGeneraciones.cbl".
      *Generacion cerrada del archivo de auditoria.
       COPY "copybooks/28-LoAuditoriaGen.cbl".
      *Cola de revision de cambios diferidos.
       COPY "copybooks/28-LoRevision.cbl".
      *Archivo de notas de gastos de empleados.
       COPY "copybooks/28-LoGastos.cbl".
      *Registro de cambios de cuenta bancaria.
       COPY "copybooks/28-LoCambiosCuenta.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
       77  FIN-LECTURA PIC X.
       77  FIN-GENERACIONES PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  SUB-J PIC 9(4) COMP VALUE 0.
       77  SUB-R PIC 9(4) COMP VALUE 0.
       77  POSICION-ACTIVIDAD PIC 9(4) COMP VALUE 0.
       77  CONT-ACTIVIDADES PIC 9(4) COMP VALUE 0.
       77  CONT-REGLAS PIC 9(4) COMP VALUE 0.
       77  CONT-GENERACIONES PIC 9(4) COMP VALUE 0.
       77  CONT-CONFLICTOS PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DESDE-X PIC X(8).
       01  FECHA-DESDE PIC 9(8).
       01  FECHA-CONFLICTO PIC 9(8).

      *Actividad en curso antes de anotarla en la tabla.
       01  ACTIVIDAD-EMPLEADO PIC X(6).
       01  ACTIVIDAD-CODIGO PIC X(2).
       01  ACTIVIDAD-OPERADOR PIC X(6).
       01  ACTIVIDAD-FECHA PIC 9(8).

      *Una fila por empleado, actividad y operador, con la fecha mas
      *reciente en que ese operador la hizo.
       01  TABLA-ACTIVIDADES.
           05 ACTIVIDAD-FILA OCCURS 2000 TIMES.
               10 TABLA-EMPLEADO PIC X(6).
               10 TABLA-CODIGO PIC X(2).
               10 TABLA-OPERADOR PIC X(6).
               10 TABLA-FECHA PIC 9(8).

       01  TABLA-REGLAS.
           05 REGLA-FILA OCCURS 50 TIMES.
               10 REGLA-A PIC X(2).
               10 REGLA-B PIC X(2).
               10 REGLA-TEXTO PIC X(40).

      *Salario e IBAN dentro de las imagenes del registro de
      *empleado que guarda la auditoria.
       01  IMAGEN-ANTES.
           05 FILLER PIC X(115).
           05 IMAGEN-ANTES-SALARIO PIC X(9).
           05 FILLER PIC X(61).
           05 IMAGEN-ANTES-IBAN PIC X(24).
           05 FILLER PIC X(191).
       01  IMAGEN-DESPUES.
           05 FILLER PIC X(115).
           05 IMAGEN-DESPUES-SALARIO PIC X(9).
           05 FILLER PIC X(61).
           05 IMAGEN-DESPUES-IBAN PIC X(24).
           05 FILLER PIC X(191).

      *Estado del archivo de reglas de segregacion.
       COPY "copybooks/28-EstadoReglasSegregacion.cbl".
      *Estado del archivo de auditoria.
       COPY "copybooks/28-EstadoAuditoria.cbl".
      *Estado del indice de generaciones de auditoria.
       COPY "copybooks/28-EstadoGeneraciones.cbl".
      *Estado y nombre fisico de una generacion de auditoria.
       COPY "copybooks/28-EstadoAuditoriaGen.cbl".
      *Estado de la cola de revision de cambios diferidos.
       COPY "copybooks/28-EstadoRevision.cbl".
      *Estado del archivo de notas de gastos.
       COPY "copybooks/28-EstadoGastos.cbl".
      *Estado del registro de cambios de cuenta bancaria.
       COPY "copybooks/28-EstadoCambiosCuenta.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *La matriz de roles decide que opciones abre cada operador,
      *pero no impide que uno solo recorra toda una cadena sensible
      *sobre el mismo empleado. Se reune lo que cada operador ha
      *hecho a cada empleado segun la auditoria (viva y cerrada),
      *la cola de revision, las notas de gastos y los cambios de
      *cuenta, y se listan los pares prohibidos por las reglas.
           PERFORM PEDIR-FECHA-DESDE.
           PERFORM CARGAR-REGLAS.
           PERFORM LEER-AUDITORIA-VIVA.
           PERFORM LEER-GENERACIONES THRU LEER-GENERACIONES-FIN.
           PERFORM LEER-REVISION.
           PERFORM LEER-GASTOS.
           PERFORM LEER-CAMBIOS-CUENTA.
           PERFORM ABRIR-INFORME.
           PERFORM BUSCAR-CONFLICTOS-DE-FILA
           VARYING SUB-I FROM 1 BY 1 UNTIL SUB-I > CONT-ACTIVIDADES.
           IF CONT-CONFLICTOS = 0
               MOVE "NINGUN OPERADOR HA HECHO LOS DOS LADOS DE UNA "
                   & "REGLA SOBRE UN MISMO EMPLEADO" TO INFORME-LINEA
               PERFORM IMPRIMIR-LINEA.
           PERFORM CERRAR-INFORME.
           DISPLAY " ".
           DISPLAY "Reglas aplicadas: " CONT-REGLAS.
           DISPLAY "Generaciones de auditoria leidas: "
                   CONT-GENERACIONES.
           DISPLAY "Actividades por empleado y operador: "
                   CONT-ACTIVIDADES.
           DISPLAY "Conflictos encontrados: " CONT-CONFLICTOS.
           STOP RUN.

       PEDIR-FECHA-DESDE.
      *Un conflicto entra en el informe si su segundo lado es de la
      *fecha indicada o posterior.
           DISPLAY "Conflictos desde la fecha (AAAAMMDD, en blanco = "
                   "todo el historico): ".
           ACCEPT FECHA-DESDE-X.
           IF FECHA-DESDE-X NUMERIC
               MOVE FECHA-DESDE-X TO FECHA-DESDE
           ELSE
               MOVE ZERO TO FECHA-DESDE.

       CARGAR-REGLAS.
      *Sin archivo de reglas se aplican las de siempre: quien da de
      *alta no toca la cuenta, el salario ni los gastos del
      *empleado, quien cambia la cuenta no libera sus pagos y nadie
      *aprueba lo que el mismo tecleo o propuso.
           MOVE "N" TO FIN-LECTURA.
           OPEN INPUT REGLAS-SEGREGACION-ARCHIVO.
           IF REGLAS-SEGREGACION-STATUS NOT = "00"
               MOVE "S" TO FIN-LECTURA.
           PERFORM CARGAR-UNA-REGLA
           UNTIL FIN-LECTURA = "S".
           IF REGLAS-SEGREGACION-STATUS NOT = "35"
               CLOSE REGLAS-SEGREGACION-ARCHIVO.
           IF CONT-REGLAS = 0
               PERFORM CARGAR-REGLAS-POR-DEFECTO.

       CARGAR-UNA-REGLA.
           READ REGLAS-SEGREGACION-ARCHIVO
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N" AND REGLA-ACTIVIDAD-A NOT = SPACE AND
              REGLA-ACTIVIDAD-B NOT = SPACE AND CONT-REGLAS < 50
               ADD 1 TO CONT-REGLAS
               MOVE REGLA-ACTIVIDAD-A TO REGLA-A (CONT-REGLAS)
               MOVE REGLA-ACTIVIDAD-B TO REGLA-B (CONT-REGLAS)
               MOVE REGLA-DESCRIPCION TO REGLA-TEXTO (CONT-REGLAS).

       CARGAR-REGLAS-POR-DEFECTO.
           MOVE "AL" TO REGLA-A (1).
           MOVE "CB" TO REGLA-B (1).
           MOVE "ALTA Y CUENTA BANCARIA" TO REGLA-TEXTO (1).
           MOVE "AL" TO REGLA-A (2).
           MOVE "SA" TO REGLA-B (2).
           MOVE "ALTA Y CAMBIO DE SALARIO" TO REGLA-TEXTO (2).
           MOVE "AL" TO REGLA-A (3).
           MOVE "AG" TO REGLA-B (3).
           MOVE "ALTA Y APROBACION DE GASTOS" TO REGLA-TEXTO (3).
           MOVE "AL" TO REGLA-A (4).
           MOVE "LP" TO REGLA-B (4).
           MOVE "ALTA Y LIBERACION DE PAGOS" TO REGLA-TEXTO (4).
           MOVE "CB" TO REGLA-A (5).
           MOVE "LP" TO REGLA-B (5).
           MOVE "CUENTA BANCARIA Y LIBERACION DE PAGOS"
               TO REGLA-TEXTO (5).
           MOVE "CB" TO REGLA-A (6).
           MOVE "AG" TO REGLA-B (6).
           MOVE "CUENTA BANCARIA Y APROBACION DE GASTOS"
               TO REGLA-TEXTO (6).
           MOVE "TG" TO REGLA-A (7).
           MOVE "AG" TO REGLA-B (7).
           MOVE "TECLEA Y APRUEBA LA NOTA DE GASTOS"
               TO REGLA-TEXTO (7).
           MOVE "PR" TO REGLA-A (8).
           MOVE "AR" TO REGLA-B (8).
           MOVE "PROPONE Y APRUEBA EL CAMBIO DIFERIDO"
               TO REGLA-TEXTO (8).
           MOVE 8 TO CONT-REGLAS.

       LEER-AUDITORIA-VIVA.
           MOVE "N" TO FIN-LECTURA.
           OPEN INPUT EMPLEADOS-AUDITORIA.
           IF AUDITORIA-ARCHIVO-STATUS NOT = "00"
               MOVE "S" TO FIN-LECTURA.
           PERFORM LEER-MOVIMIENTO-VIVO
           UNTIL FIN-LECTURA = "S".
           IF AUDITORIA-ARCHIVO-STATUS NOT = "35"
               CLOSE EMPLEADOS-AUDITORIA.

       LEER-MOVIMIENTO-VIVO.
           READ EMPLEADOS-AUDITORIA
               AT END
                   MOVE "S" TO FIN-LECTURA
               NOT AT END
                   PERFORM CLASIFICAR-MOVIMIENTO
                       THRU CLASIFICAR-MOVIMIENTO-FIN
           END-READ.

       LEER-GENERACIONES.
      *Las generaciones cerradas por la rotacion mensual tienen el
      *mismo trazado que la auditoria viva.
           MOVE "N" TO FIN-GENERACIONES.
           OPEN INPUT GENERACIONES-ARCHIVO.
           IF GENERACIONES-STATUS NOT = "00"
               GO TO LEER-GENERACIONES-FIN.
           PERFORM LEER-UNA-GENERACION
           UNTIL FIN-GENERACIONES = "S".
           CLOSE GENERACIONES-ARCHIVO.

       LEER-GENERACIONES-FIN.
           EXIT.

       LEER-UNA-GENERACION.
           READ GENERACIONES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-GENERACIONES
               NOT AT END
                   MOVE GENERACION-ARCHIVO TO GENERACION-NOMBRE-FISICO
                   PERFORM RECORRER-GENERACION
           END-READ.

       RECORRER-GENERACION.
           OPEN INPUT AUDITORIA-GENERACION.
           IF GENERACION-ARCHIVO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir la generacion "
                       GENERACION-NOMBRE-FISICO
           ELSE
               ADD 1 TO CONT-GENERACIONES
               MOVE "N" TO FIN-LECTURA
               PERFORM LEER-MOVIMIENTO-GENERACION
               UNTIL FIN-LECTURA = "S"
               CLOSE AUDITORIA-GENERACION.

       LEER-MOVIMIENTO-GENERACION.
           READ AUDITORIA-GENERACION
               AT END
                   MOVE "S" TO FIN-LECTURA
               NOT AT END
                   MOVE GEN-AUDITORIA-REGISTRO TO AUDITORIA-REGISTRO
                   PERFORM CLASIFICAR-MOVIMIENTO
                       THRU CLASIFICAR-MOVIMIENTO-FIN
           END-READ.

       CLASIFICAR-MOVIMIENTO.
      *Una modificacion cuenta como modificacion y, ademas, como
      *cambio de salario o de cuenta si esos campos difieren entre
      *las dos imagenes. Las aprobaciones son eventos de texto.
           IF AUDITORIA-EMPLEADOS-ID = SPACE OR
              AUDITORIA-OPERADOR-ID = SPACE
               GO TO CLASIFICAR-MOVIMIENTO-FIN.
           MOVE AUDITORIA-EMPLEADOS-ID TO ACTIVIDAD-EMPLEADO.
           MOVE AUDITORIA-OPERADOR-ID TO ACTIVIDAD-OPERADOR.
           MOVE AUDITORIA-FECHA TO ACTIVIDAD-FECHA.
           IF AUDITORIA-ALTA
               MOVE "AL" TO ACTIVIDAD-CODIGO
               PERFORM ANOTAR-ACTIVIDAD.
           IF AUDITORIA-BAJA
               MOVE "BA" TO ACTIVIDAD-CODIGO
               PERFORM ANOTAR-ACTIVIDAD.
           IF AUDITORIA-COMPLEMENTO
               MOVE "CO" TO ACTIVIDAD-CODIGO
               PERFORM ANOTAR-ACTIVIDAD.
           IF AUDITORIA-MODIFICACION
               MOVE "MO" TO ACTIVIDAD-CODIGO
               PERFORM ANOTAR-ACTIVIDAD
               MOVE AUDITORIA-VALOR-ANTES TO IMAGEN-ANTES
               MOVE AUDITORIA-VALOR-DESPUES TO IMAGEN-DESPUES
               IF IMAGEN-ANTES-SALARIO NOT = IMAGEN-DESPUES-SALARIO
                   MOVE "SA" TO ACTIVIDAD-CODIGO
                   PERFORM ANOTAR-ACTIVIDAD
               END-IF
               IF IMAGEN-ANTES-IBAN NOT = IMAGEN-DESPUES-IBAN
                   MOVE "CB" TO ACTIVIDAD-CODIGO
                   PERFORM ANOTAR-ACTIVIDAD.
           IF AUDITORIA-RESUMEN-SESION
               IF AUDITORIA-VALOR-DESPUES (1:16) = "APRUEBA REVISION"
                   MOVE "AR" TO ACTIVIDAD-CODIGO
                   PERFORM ANOTAR-ACTIVIDAD
               END-IF
               IF AUDITORIA-VALOR-DESPUES (1:13) = "APRUEBA GASTO"
                   MOVE "AG" TO ACTIVIDAD-CODIGO
                   PERFORM ANOTAR-ACTIVIDAD.

       CLASIFICAR-MOVIMIENTO-FIN.
           EXIT.

       LEER-REVISION.
      *Quien propone el cambio diferido, lo apruebe luego quien lo
      *apruebe.
           MOVE "N" TO FIN-LECTURA.
           OPEN INPUT REVISION-ARCHIVO.
           IF REVISION-ARCHIVO-STATUS NOT = "00"
               MOVE "S" TO FIN-LECTURA.
           PERFORM LEER-UNA-REVISION
           UNTIL FIN-LECTURA = "S".
           IF REVISION-ARCHIVO-STATUS NOT = "35"
               CLOSE REVISION-ARCHIVO.

       LEER-UNA-REVISION.
           READ REVISION-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N" AND REVISION-OPERADOR-ID NOT = SPACE
               MOVE REVISION-EMPLEADOS-ID TO ACTIVIDAD-EMPLEADO
               MOVE "PR" TO ACTIVIDAD-CODIGO
               MOVE REVISION-OPERADOR-ID TO ACTIVIDAD-OPERADOR
               MOVE REVISION-FECHA TO ACTIVIDAD-FECHA
               PERFORM ANOTAR-ACTIVIDAD.

       LEER-GASTOS.
           MOVE "N" TO FIN-LECTURA.
           OPEN INPUT GASTOS-ARCHIVO.
           IF GASTOS-ARCHIVO-STATUS NOT = "00"
               MOVE "S" TO FIN-LECTURA.
           PERFORM LEER-UN-GASTO
           UNTIL FIN-LECTURA = "S".
           IF GASTOS-ARCHIVO-STATUS NOT = "35"
               CLOSE GASTOS-ARCHIVO.

       LEER-UN-GASTO.
           READ GASTOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N" AND GASTO-OPERADOR-ID NOT = SPACE
               MOVE GASTO-EMPLEADOS-ID TO ACTIVIDAD-EMPLEADO
               MOVE "TG" TO ACTIVIDAD-CODIGO
               MOVE GASTO-OPERADOR-ID TO ACTIVIDAD-OPERADOR
               MOVE GASTO-FECHA TO ACTIVIDAD-FECHA
               PERFORM ANOTAR-ACTIVIDAD.

       LEER-CAMBIOS-CUENTA.
      *El cambio de cuenta se anota a quien lo tecleo (tambien el
      *que entra por una propuesta aprobada) y la confirmacion que
      *libera los pagos retenidos a quien la hizo.
           MOVE "N" TO FIN-LECTURA.
           OPEN INPUT CAMBIOS-CUENTA-ARCHIVO.
           IF CAMBIOS-CUENTA-STATUS NOT = "00"
               MOVE "S" TO FIN-LECTURA.
           PERFORM LEER-UN-CAMBIO-CUENTA
           UNTIL FIN-LECTURA = "S".
           IF CAMBIOS-CUENTA-STATUS NOT = "35"
               CLOSE CAMBIOS-CUENTA-ARCHIVO.

       LEER-UN-CAMBIO-CUENTA.
           READ CAMBIOS-CUENTA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N"
               MOVE CAMBIOCTA-EMPLEADOS-ID TO ACTIVIDAD-EMPLEADO
               IF CAMBIOCTA-OPERADOR-ID NOT = SPACE
                   MOVE "CB" TO ACTIVIDAD-CODIGO
                   MOVE CAMBIOCTA-OPERADOR-ID TO ACTIVIDAD-OPERADOR
                   MOVE CAMBIOCTA-FECHA TO ACTIVIDAD-FECHA
                   PERFORM ANOTAR-ACTIVIDAD
               END-IF
               IF CAMBIOCTA-VERIFICADO AND
                  CAMBIOCTA-VERIFICADOR-ID NOT = SPACE
                   MOVE "LP" TO ACTIVIDAD-CODIGO
                   MOVE CAMBIOCTA-VERIFICADOR-ID TO ACTIVIDAD-OPERADOR
                   MOVE CAMBIOCTA-FECHA-VERIFICACION
                       TO ACTIVIDAD-FECHA
                   PERFORM ANOTAR-ACTIVIDAD.

       ANOTAR-ACTIVIDAD.
           MOVE 0 TO POSICION-ACTIVIDAD.
           MOVE 1 TO SUB-J.
           PERFORM COMPARAR-FILA-ACTIVIDAD
           UNTIL SUB-J > CONT-ACTIVIDADES OR POSICION-ACTIVIDAD > 0.
           IF POSICION-ACTIVIDAD > 0
               IF ACTIVIDAD-FECHA > TABLA-FECHA (POSICION-ACTIVIDAD)
                   MOVE ACTIVIDAD-FECHA
                       TO TABLA-FECHA (POSICION-ACTIVIDAD)
               END-IF
           ELSE
               IF CONT-ACTIVIDADES < 2000
                   ADD 1 TO CONT-ACTIVIDADES
                   MOVE ACTIVIDAD-EMPLEADO
                       TO TABLA-EMPLEADO (CONT-ACTIVIDADES)
                   MOVE ACTIVIDAD-CODIGO
                       TO TABLA-CODIGO (CONT-ACTIVIDADES)
                   MOVE ACTIVIDAD-OPERADOR
                       TO TABLA-OPERADOR (CONT-ACTIVIDADES)
                   MOVE ACTIVIDAD-FECHA
                       TO TABLA-FECHA (CONT-ACTIVIDADES)
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 2000 actividades por "
                               "empleado y operador, el informe no "
                               "incluye las siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.

       COMPARAR-FILA-ACTIVIDAD.
           IF TABLA-EMPLEADO (SUB-J) = ACTIVIDAD-EMPLEADO AND
              TABLA-CODIGO (SUB-J) = ACTIVIDAD-CODIGO AND
              TABLA-OPERADOR (SUB-J) = ACTIVIDAD-OPERADOR
               MOVE SUB-J TO POSICION-ACTIVIDAD.
           ADD 1 TO SUB-J.

       BUSCAR-CONFLICTOS-DE-FILA.
           COMPUTE SUB-J = SUB-I + 1.
           PERFORM COMPARAR-DOS-ACTIVIDADES
           UNTIL SUB-J > CONT-ACTIVIDADES.

       COMPARAR-DOS-ACTIVIDADES.
           IF TABLA-EMPLEADO (SUB-J) = TABLA-EMPLEADO (SUB-I) AND
              TABLA-OPERADOR (SUB-J) = TABLA-OPERADOR (SUB-I) AND
              TABLA-CODIGO (SUB-J) NOT = TABLA-CODIGO (SUB-I)
               PERFORM COMPROBAR-UNA-REGLA
               VARYING SUB-R FROM 1 BY 1 UNTIL SUB-R > CONT-REGLAS.
           ADD 1 TO SUB-J.

       COMPROBAR-UNA-REGLA.
           IF (REGLA-A (SUB-R) = TABLA-CODIGO (SUB-I) AND
               REGLA-B (SUB-R) = TABLA-CODIGO (SUB-J)) OR
              (REGLA-A (SUB-R) = TABLA-CODIGO (SUB-J) AND
               REGLA-B (SUB-R) = TABLA-CODIGO (SUB-I))
               MOVE TABLA-FECHA (SUB-I) TO FECHA-CONFLICTO
               IF TABLA-FECHA (SUB-J) > FECHA-CONFLICTO
                   MOVE TABLA-FECHA (SUB-J) TO FECHA-CONFLICTO
               END-IF
               IF FECHA-CONFLICTO NOT < FECHA-DESDE
                   PERFORM IMPRIMIR-CONFLICTO.

       IMPRIMIR-CONFLICTO.
           ADD 1 TO CONT-CONFLICTOS.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EMPLEADO " DELIMITED BY SIZE
                  TABLA-EMPLEADO (SUB-I) DELIMITED BY SIZE
                  " OPERADOR " DELIMITED BY SIZE
                  TABLA-OPERADOR (SUB-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TABLA-CODIGO (SUB-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TABLA-FECHA (SUB-I) DELIMITED BY SIZE
                  " + " DELIMITED BY SIZE
                  TABLA-CODIGO (SUB-J) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TABLA-FECHA (SUB-J) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  REGLA-TEXTO (SUB-R) DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_SEGREGACION.TXT" TO INFORME-NOMBRE.
           MOVE "SEGREGACION-FUNCIONES" TO INFORME-PROGRAMA.
           MOVE "CONFLICTOS DE SEGREGACION DE FUNCIONES"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-LINEA.
           MOVE "L" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-CONFLICTOS TO CONT-EDITADO.
           STRING "CONFLICTOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM SEGREGACION-FUNCIONES.

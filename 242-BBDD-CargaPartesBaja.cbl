       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-PARTES-BAJA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-PhAusencias.cbl".
      *Archivo diario de partes medicos de la autoridad sanitaria.
       COPY "copybooks/28-PhPartesBaja.cbl".
      *Archivo de bajas medicas cargadas de los partes.
       COPY "copybooks/28-PhBajasMedicas.cbl".
      *Archivo de partes medicos rechazados.
       COPY "copybooks/28-PhRechazosPartes.cbl".
      *Archivo de trabajo usado por el verbo SORT.
       SELECT ORDEN-ARCHIVO ASSIGN TO "PARTESBAJA.TMP".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-LoAusencias.cbl".
      *Archivo diario de partes medicos de la autoridad sanitaria.
       COPY "copybooks/28-LoPartesBaja.cbl".
      *Archivo de bajas medicas cargadas de los partes.
       COPY "copybooks/28-LoBajasMedicas.cbl".
      *Archivo de partes medicos rechazados.
       COPY "copybooks/28-LoRechazosPartes.cbl".
      *Registro de trabajo del SORT: los partes del dia ordenados
      *por NIF, fecha de inicio de la baja y tipo (baja, despues
      *confirmaciones y al final el alta), para que un parte de baja
      *y su alta en el mismo archivo se apliquen en ese orden.
       SD ORDEN-ARCHIVO.
       01 ORDEN-REGISTRO.
           05 ORDEN-NIF PIC X(9).
           05 ORDEN-FECHA-BAJA PIC X(8).
           05 ORDEN-TIPO PIC 9(1).
               88 ORDEN-INICIO VALUE 1.
               88 ORDEN-CONFIRMACION VALUE 2.
               88 ORDEN-FIN VALUE 3.
               88 ORDEN-TIPO-INVALIDO VALUE 9.
           05 ORDEN-FECHA PIC X(8).
           05 ORDEN-NUMERO PIC X(12).
           05 ORDEN-CERTIFICADO PIC X(38).

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  FIN-ORDEN PIC X.
       77  FIN-AUSENCIAS PIC X.
       77  FECHA-VALIDA PIC X.
       77  SOLAPADA PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  POSICION-NIF PIC 9(4) COMP VALUE 0.
       77  CONT-NIF PIC 9(4) COMP VALUE 0.
       77  CONT-PARTES-LEIDOS PIC 9(5) COMP VALUE 0.
       77  CONT-BAJAS-ABIERTAS PIC 9(5) COMP VALUE 0.
       77  CONT-TRAMOS-ADOPTADOS PIC 9(5) COMP VALUE 0.
       77  CONT-CONFIRMACIONES PIC 9(5) COMP VALUE 0.
       77  CONT-ALTAS PIC 9(5) COMP VALUE 0.
       77  CONT-RECHAZOS-ESCRITOS PIC 9(5) COMP VALUE 0.

       01  FECHA-DE-HOY PIC 9(8).
       01  MOTIVO-RECHAZO-ACTUAL PIC X(2).
       01  ID-EMPLEADO PIC X(6).
       01  NIF-BUSCADO PIC X(9).

      *NIF de los empleados del maestro con su ID. Un NIF que
      *aparece en mas de un empleado queda marcado como repetido y
      *sus partes se rechazan, porque no se sabe de quien son.
       01  TABLA-NIF.
           05 NIF-FILA OCCURS 1000 TIMES.
               10 NIF-CODIGO PIC X(9).
               10 NIF-EMPLEADOS-ID PIC X(6).
               10 NIF-REPETIDO PIC X(1).

      *Las fechas del parte llegan como AAAAMMDD y se validan de
      *formato antes de moverlas, igual que en REGISTRO-AUSENCIAS.
       01  FECHA-ENTRADA-X PIC X(8).
       01  FECHA-ENTRADA-9 REDEFINES FECHA-ENTRADA-X PIC 9(8).
       01  FECHA-ENTRADA-R REDEFINES FECHA-ENTRADA-X.
           05 ENTRADA-ANIO PIC 9(4).
           05 ENTRADA-MES PIC 9(2).
           05 ENTRADA-DIA PIC 9(2).

      *Tramo de la baja: inicio, fecha del parte y fin resultante.
       01  FECHA-DESDE PIC 9(8).
       01  FECHA-PARTE PIC 9(8).
       01  FECHA-HASTA PIC 9(8).
       01  HASTA-ANTERIOR PIC 9(8).
       01  DIAS-AUSENCIA PIC 9(3).

      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de dias laborables.
       COPY "copybooks/28-LkLaborables.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de ausencias y vacaciones.
       COPY "copybooks/28-EstadoAusencias.cbl".
      *Estado del archivo diario de partes medicos.
       COPY "copybooks/28-EstadoPartesBaja.cbl".
      *Estado del archivo de bajas medicas.
       COPY "copybooks/28-EstadoBajasMedicas.cbl".
      *Estado del archivo de partes medicos rechazados.
       COPY "copybooks/28-EstadoRechazosPartes.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Carga los partes de baja, confirmacion y alta de incapacidad
      *temporal que llegan cada dia de la autoridad sanitaria, en
      *lugar de teclearlos en REGISTRO-AUSENCIAS. El parte de baja
      *abre el tramo de enfermedad, el de confirmacion lo prolonga
      *hasta la siguiente revision y el de alta fija la fecha de
      *fin; los dias se recalculan en cada caso. Los partes que no
      *casan con un empleado o contradicen lo ya cargado van al
      *archivo de rechazos con su motivo, para reciclarlos con
      *RECICLAR-RECHAZOS-PARTES.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           OPEN INPUT PARTES-BAJA-ARCHIVO.
           IF PARTES-BAJA-STATUS NOT = "00"
               DISPLAY "No hay archivo de partes medicos, no hay "
                       "nada que cargar."
               GO TO TERMINA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM CARGAR-NIF-EMPLEADOS.
           SORT ORDEN-ARCHIVO
               ON ASCENDING KEY ORDEN-NIF
                                ORDEN-FECHA-BAJA
                                ORDEN-TIPO
                                ORDEN-FECHA
               INPUT PROCEDURE IS LEER-PARTES
               OUTPUT PROCEDURE IS APLICAR-PARTES.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Partes medicos leidos: " CONT-PARTES-LEIDOS.
           DISPLAY "Bajas abiertas: " CONT-BAJAS-ABIERTAS.
           DISPLAY "Tramos ya tecleados asumidos por el parte: "
                   CONT-TRAMOS-ADOPTADOS.
           DISPLAY "Confirmaciones aplicadas: " CONT-CONFIRMACIONES.
           DISPLAY "Altas aplicadas: " CONT-ALTAS.
           DISPLAY "Partes al archivo de rechazos: "
                   CONT-RECHAZOS-ESCRITOS.

       TERMINA-PROGRAMA.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           PERFORM ABRIR-AUSENCIAS.
           PERFORM ABRIR-BAJAS-MEDICAS.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE PARTES-BAJA-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE AUSENCIAS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-AUSENCIAS.
           CLOSE BAJAS-MEDICAS-ARCHIVO.

       ABRIR-AUSENCIAS.
      *El archivo de ausencias es indexado. Si todavia no existe lo
      *creamos antes de abrirlo en modo aleatorio.
           OPEN I-O AUSENCIAS-ARCHIVO.
           IF AUSENCIAS-ARCHIVO-STATUS = "35"
               OPEN OUTPUT AUSENCIAS-ARCHIVO
               CLOSE AUSENCIAS-ARCHIVO
               OPEN I-O AUSENCIAS-ARCHIVO.

       ABRIR-BAJAS-MEDICAS.
           OPEN I-O BAJAS-MEDICAS-ARCHIVO.
           IF BAJAS-MEDICAS-STATUS = "35"
               OPEN OUTPUT BAJAS-MEDICAS-ARCHIVO
               CLOSE BAJAS-MEDICAS-ARCHIVO
               OPEN I-O BAJAS-MEDICAS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       COMPROBAR-ESTADO-AUSENCIAS.
           IF AUSENCIAS-ARCHIVO-STATUS NOT = "00" AND
              AUSENCIAS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo de ausencias inesperado: "
                       AUSENCIAS-ARCHIVO-STATUS.

       CARGAR-NIF-EMPLEADOS.
           MOVE "0" TO LEE-TODO.
           PERFORM LEER-NIF-EMPLEADO
           UNTIL LEE-TODO = "1".

       LEER-NIF-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "1" TO LEE-TODO
           END-READ.
           IF LEE-TODO = "0" AND EMPLEADOS-NIF NOT = SPACE
               MOVE EMPLEADOS-NIF TO NIF-BUSCADO
               PERFORM BUSCAR-NIF
               IF POSICION-NIF > 0
                   MOVE "S" TO NIF-REPETIDO (POSICION-NIF)
               ELSE
                   IF CONT-NIF < 1000
                       ADD 1 TO CONT-NIF
                       MOVE EMPLEADOS-NIF TO NIF-CODIGO (CONT-NIF)
                       MOVE EMPLEADOS-ID TO NIF-EMPLEADOS-ID (CONT-NIF)
                       MOVE "N" TO NIF-REPETIDO (CONT-NIF)
                   ELSE
                       IF AVISO-TABLA-LLENA = "N"
                           DISPLAY "Aviso: mas de 1000 empleados con "
                                   "NIF, los siguientes no casaran "
                                   "con sus partes."
                           MOVE "S" TO AVISO-TABLA-LLENA.

       BUSCAR-NIF.
           MOVE 0 TO POSICION-NIF.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-NIF
           UNTIL SUB-I > CONT-NIF OR POSICION-NIF > 0.

       COMPARAR-NIF.
           IF NIF-CODIGO (SUB-I) = NIF-BUSCADO
               MOVE SUB-I TO POSICION-NIF.
           ADD 1 TO SUB-I.

       LEER-PARTES.
           MOVE "0" TO LEE-TODO.
           PERFORM SOLTAR-PARTE
           UNTIL LEE-TODO = "1".

       SOLTAR-PARTE.
           READ PARTES-BAJA-ARCHIVO
               AT END
                   MOVE "1" TO LEE-TODO
           END-READ.
           IF LEE-TODO = "0" AND PARTE-REGISTRO NOT = SPACE
               ADD 1 TO CONT-PARTES-LEIDOS
               MOVE SPACE TO ORDEN-REGISTRO
               MOVE PARTE-NIF TO ORDEN-NIF
               MOVE PARTE-FECHA-BAJA TO ORDEN-FECHA-BAJA
               MOVE 9 TO ORDEN-TIPO
               IF PARTE-INICIO
                   MOVE 1 TO ORDEN-TIPO
               END-IF
               IF PARTE-CONFIRMACION
                   MOVE 2 TO ORDEN-TIPO
               END-IF
               IF PARTE-FIN
                   MOVE 3 TO ORDEN-TIPO
               END-IF
               MOVE PARTE-FECHA TO ORDEN-FECHA
               MOVE PARTE-NUMERO TO ORDEN-NUMERO
               MOVE PARTE-REGISTRO TO ORDEN-CERTIFICADO
               RELEASE ORDEN-REGISTRO.

       APLICAR-PARTES.
           MOVE "N" TO FIN-ORDEN.
           PERFORM DEVOLVER-SIGUIENTE-PARTE.
           PERFORM TRATAR-PARTE
           UNTIL FIN-ORDEN = "S".

       DEVOLVER-SIGUIENTE-PARTE.
           RETURN ORDEN-ARCHIVO
               AT END
                   MOVE "S" TO FIN-ORDEN
           END-RETURN.

       TRATAR-PARTE.
           PERFORM VALIDAR-PARTE THRU VALIDAR-PARTE-FIN.
           IF MOTIVO-RECHAZO-ACTUAL = SPACE
               IF ORDEN-INICIO
                   PERFORM ABRIR-BAJA THRU ABRIR-BAJA-FIN
               ELSE
                   IF ORDEN-CONFIRMACION
                       PERFORM CONFIRMAR-BAJA THRU CONFIRMAR-BAJA-FIN
                   ELSE
                       PERFORM DAR-ALTA THRU DAR-ALTA-FIN.
           IF MOTIVO-RECHAZO-ACTUAL NOT = SPACE
               PERFORM ESCRIBIR-RECHAZO.
           PERFORM DEVOLVER-SIGUIENTE-PARTE.

       VALIDAR-PARTE.
      *Tipo y fechas del parte, y el empleado por su NIF. En el
      *parte de baja la fecha de revision es opcional: en blanco el
      *tramo queda de un dia hasta la primera confirmacion.
           MOVE SPACE TO MOTIVO-RECHAZO-ACTUAL.
           IF ORDEN-TIPO-INVALIDO
               MOVE "TP" TO MOTIVO-RECHAZO-ACTUAL
               GO TO VALIDAR-PARTE-FIN.
           MOVE ORDEN-FECHA-BAJA TO FECHA-ENTRADA-X.
           PERFORM VALIDAR-FECHA-ENTRADA.
           IF FECHA-VALIDA = "N"
               MOVE "FE" TO MOTIVO-RECHAZO-ACTUAL
               GO TO VALIDAR-PARTE-FIN.
           MOVE FECHA-ENTRADA-9 TO FECHA-DESDE.
           IF ORDEN-INICIO AND ORDEN-FECHA = SPACE
               MOVE FECHA-DESDE TO FECHA-PARTE
           ELSE
               MOVE ORDEN-FECHA TO FECHA-ENTRADA-X
               PERFORM VALIDAR-FECHA-ENTRADA
               IF FECHA-VALIDA = "N"
                   MOVE "FE" TO MOTIVO-RECHAZO-ACTUAL
                   GO TO VALIDAR-PARTE-FIN
               ELSE
                   MOVE FECHA-ENTRADA-9 TO FECHA-PARTE.
           IF FECHA-PARTE < FECHA-DESDE
               MOVE "FE" TO MOTIVO-RECHAZO-ACTUAL
               GO TO VALIDAR-PARTE-FIN.
           MOVE ORDEN-NIF TO NIF-BUSCADO.
           PERFORM BUSCAR-NIF.
           IF POSICION-NIF = 0
               MOVE "NI" TO MOTIVO-RECHAZO-ACTUAL
               GO TO VALIDAR-PARTE-FIN.
           IF NIF-REPETIDO (POSICION-NIF) = "S"
               MOVE "ND" TO MOTIVO-RECHAZO-ACTUAL
               GO TO VALIDAR-PARTE-FIN.
           MOVE NIF-EMPLEADOS-ID (POSICION-NIF) TO ID-EMPLEADO.
           MOVE ID-EMPLEADO TO EMPLEADOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           IF REGISTRO-ENCONTRADO = "N"
               MOVE "NI" TO MOTIVO-RECHAZO-ACTUAL
               GO TO VALIDAR-PARTE-FIN.
           IF EMPLEADOS-INACTIVO
               MOVE "IN" TO MOTIVO-RECHAZO-ACTUAL.

       VALIDAR-PARTE-FIN.
           EXIT.

       VALIDAR-FECHA-ENTRADA.
           MOVE "S" TO FECHA-VALIDA.
           IF FECHA-ENTRADA-X NOT NUMERIC
               MOVE "N" TO FECHA-VALIDA
           ELSE
               IF ENTRADA-MES < 1 OR ENTRADA-MES > 12 OR
                  ENTRADA-DIA < 1 OR ENTRADA-DIA > 31
                   MOVE "N" TO FECHA-VALIDA.

       ABRIR-BAJA.
      *Una baja ya cargada con esa fecha de inicio es un parte
      *duplicado. Si el operador ya habia tecleado el tramo de
      *enfermedad con la misma fecha de inicio, el parte lo asume y
      *le pone sus fechas; un tramo de otro tipo en esa fecha, o
      *cualquier solape con otra ausencia, se rechaza para revisarlo.
           MOVE ID-EMPLEADO TO BAJAMED-EMPLEADOS-ID.
           MOVE FECHA-DESDE TO BAJAMED-FECHA-BAJA.
           READ BAJAS-MEDICAS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DU" TO MOTIVO-RECHAZO-ACTUAL
           END-READ.
           IF MOTIVO-RECHAZO-ACTUAL NOT = SPACE
               GO TO ABRIR-BAJA-FIN.
           MOVE FECHA-PARTE TO FECHA-HASTA.
           PERFORM COMPROBAR-SOLAPES.
           IF SOLAPADA = "S"
               MOVE "SO" TO MOTIVO-RECHAZO-ACTUAL
               GO TO ABRIR-BAJA-FIN.
           PERFORM LEER-TRAMO-BAJA.
           IF REGISTRO-ENCONTRADO = "S" AND NOT AUSENCIA-ENFERMEDAD
               MOVE "SO" TO MOTIVO-RECHAZO-ACTUAL
               GO TO ABRIR-BAJA-FIN.
           PERFORM CALCULAR-DIAS.
           MOVE FECHA-HASTA TO AUSENCIA-FECHA-HASTA.
           MOVE DIAS-AUSENCIA TO AUSENCIA-DIAS.
           IF REGISTRO-ENCONTRADO = "S"
               REWRITE AUSENCIA-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar el tramo del "
                               "empleado " ID-EMPLEADO
               END-REWRITE
               ADD 1 TO CONT-TRAMOS-ADOPTADOS
           ELSE
               MOVE SPACE TO AUSENCIA-REGISTRO
               MOVE ID-EMPLEADO TO AUSENCIA-EMPLEADOS-ID
               MOVE FECHA-DESDE TO AUSENCIA-FECHA-DESDE
               MOVE FECHA-HASTA TO AUSENCIA-FECHA-HASTA
               MOVE "E" TO AUSENCIA-TIPO
               MOVE DIAS-AUSENCIA TO AUSENCIA-DIAS
               WRITE AUSENCIA-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el tramo del "
                               "empleado " ID-EMPLEADO
               END-WRITE.
           PERFORM COMPROBAR-ESTADO-AUSENCIAS.
           MOVE SPACE TO BAJAMED-REGISTRO.
           MOVE ID-EMPLEADO TO BAJAMED-EMPLEADOS-ID.
           MOVE FECHA-DESDE TO BAJAMED-FECHA-BAJA.
           MOVE ORDEN-NIF TO BAJAMED-NIF.
           MOVE "A" TO BAJAMED-ESTADO.
           MOVE FECHA-PARTE TO BAJAMED-FECHA-REVISION.
           MOVE ZERO TO BAJAMED-FECHA-ALTA.
           MOVE ZERO TO BAJAMED-CONFIRMACIONES.
           MOVE ORDEN-NUMERO TO BAJAMED-ULTIMO-PARTE.
           MOVE FECHA-DE-HOY TO BAJAMED-FECHA-CARGA.
           WRITE BAJAMED-REGISTRO
               INVALID KEY
                   DISPLAY "Error al grabar la baja medica del "
                           "empleado " ID-EMPLEADO
           END-WRITE.
           ADD 1 TO CONT-BAJAS-ABIERTAS.

       ABRIR-BAJA-FIN.
           EXIT.

       CONFIRMAR-BAJA.
      *La confirmacion prolonga el tramo hasta la nueva fecha de
      *revision; si esa fecha no pasa del fin actual el tramo no
      *cambia y solo se anota el parte. Sin baja abierta, o con la
      *baja ya dada de alta, el parte contradice lo cargado.
           PERFORM LEER-BAJA-MEDICA THRU LEER-BAJA-MEDICA-FIN.
           IF MOTIVO-RECHAZO-ACTUAL NOT = SPACE
               GO TO CONFIRMAR-BAJA-FIN.
           MOVE AUSENCIA-FECHA-HASTA TO HASTA-ANTERIOR.
           MOVE HASTA-ANTERIOR TO FECHA-HASTA.
           IF FECHA-PARTE > HASTA-ANTERIOR
               MOVE FECHA-PARTE TO FECHA-HASTA
               PERFORM COMPROBAR-SOLAPES
               IF SOLAPADA = "S"
                   MOVE "SO" TO MOTIVO-RECHAZO-ACTUAL
                   GO TO CONFIRMAR-BAJA-FIN
               ELSE
                   PERFORM REGRABAR-TRAMO-BAJA.
           MOVE FECHA-PARTE TO BAJAMED-FECHA-REVISION.
           ADD 1 TO BAJAMED-CONFIRMACIONES.
           MOVE ORDEN-NUMERO TO BAJAMED-ULTIMO-PARTE.
           MOVE FECHA-DE-HOY TO BAJAMED-FECHA-CARGA.
           REWRITE BAJAMED-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar la baja medica del "
                           "empleado " ID-EMPLEADO
           END-REWRITE.
           ADD 1 TO CONT-CONFIRMACIONES.

       CONFIRMAR-BAJA-FIN.
           EXIT.

       DAR-ALTA.
      *El alta fija el ultimo dia de baja, antes o despues de la
      *revision prevista, y cierra la baja: despues ya no se admiten
      *confirmaciones ni otra alta de la misma baja.
           PERFORM LEER-BAJA-MEDICA THRU LEER-BAJA-MEDICA-FIN.
           IF MOTIVO-RECHAZO-ACTUAL NOT = SPACE
               GO TO DAR-ALTA-FIN.
           MOVE AUSENCIA-FECHA-HASTA TO HASTA-ANTERIOR.
           MOVE FECHA-PARTE TO FECHA-HASTA.
           IF FECHA-HASTA > HASTA-ANTERIOR
               PERFORM COMPROBAR-SOLAPES
               IF SOLAPADA = "S"
                   MOVE "SO" TO MOTIVO-RECHAZO-ACTUAL
                   GO TO DAR-ALTA-FIN.
           PERFORM REGRABAR-TRAMO-BAJA.
           MOVE "C" TO BAJAMED-ESTADO.
           MOVE FECHA-PARTE TO BAJAMED-FECHA-ALTA.
           MOVE ORDEN-NUMERO TO BAJAMED-ULTIMO-PARTE.
           MOVE FECHA-DE-HOY TO BAJAMED-FECHA-CARGA.
           REWRITE BAJAMED-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar la baja medica del "
                           "empleado " ID-EMPLEADO
           END-REWRITE.
           ADD 1 TO CONT-ALTAS.

       DAR-ALTA-FIN.
           EXIT.

       LEER-BAJA-MEDICA.
      *Baja cargada y abierta, con su tramo de enfermedad.
           MOVE ID-EMPLEADO TO BAJAMED-EMPLEADOS-ID.
           MOVE FECHA-DESDE TO BAJAMED-FECHA-BAJA.
           READ BAJAS-MEDICAS-ARCHIVO
               INVALID KEY
                   MOVE "SB" TO MOTIVO-RECHAZO-ACTUAL
           END-READ.
           IF MOTIVO-RECHAZO-ACTUAL NOT = SPACE
               GO TO LEER-BAJA-MEDICA-FIN.
           IF BAJAMED-CERRADA
               MOVE "CE" TO MOTIVO-RECHAZO-ACTUAL
               GO TO LEER-BAJA-MEDICA-FIN.
           PERFORM LEER-TRAMO-BAJA.
           IF REGISTRO-ENCONTRADO = "N" OR NOT AUSENCIA-ENFERMEDAD
               MOVE "SB" TO MOTIVO-RECHAZO-ACTUAL.

       LEER-BAJA-MEDICA-FIN.
           EXIT.

       LEER-TRAMO-BAJA.
           MOVE ID-EMPLEADO TO AUSENCIA-EMPLEADOS-ID.
           MOVE FECHA-DESDE TO AUSENCIA-FECHA-DESDE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ AUSENCIAS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.

       REGRABAR-TRAMO-BAJA.
      *La comprobacion de solapes recorre el archivo, asi que el
      *tramo se vuelve a leer antes de reescribirlo con el fin y
      *los dias nuevos.
           PERFORM LEER-TRAMO-BAJA.
           PERFORM CALCULAR-DIAS.
           MOVE FECHA-HASTA TO AUSENCIA-FECHA-HASTA.
           MOVE DIAS-AUSENCIA TO AUSENCIA-DIAS.
           REWRITE AUSENCIA-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el tramo del "
                           "empleado " ID-EMPLEADO
           END-REWRITE.
           PERFORM COMPROBAR-ESTADO-AUSENCIAS.

       COMPROBAR-SOLAPES.
      *Como en REGISTRO-AUSENCIAS, recorriendo las ausencias del
      *empleado con la clave parcial, pero sin contar el propio
      *tramo de la baja, que empieza en la misma fecha.
           MOVE "N" TO SOLAPADA.
           MOVE "N" TO FIN-AUSENCIAS.
           MOVE ID-EMPLEADO TO AUSENCIA-EMPLEADOS-ID.
           MOVE ZEROES TO AUSENCIA-FECHA-DESDE.
           START AUSENCIAS-ARCHIVO KEY IS NOT LESS THAN AUSENCIA-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-AUSENCIAS
           END-START.
           IF FIN-AUSENCIAS = "N"
               PERFORM LEER-AUSENCIA-SIGUIENTE.
           PERFORM COMPARAR-TRAMO
           UNTIL FIN-AUSENCIAS = "S" OR SOLAPADA = "S".

       COMPARAR-TRAMO.
           IF AUSENCIA-FECHA-DESDE NOT = FECHA-DESDE AND
              AUSENCIA-FECHA-DESDE NOT > FECHA-HASTA AND
              FECHA-DESDE NOT > AUSENCIA-FECHA-HASTA
               MOVE "S" TO SOLAPADA.
           IF SOLAPADA = "N"
               PERFORM LEER-AUSENCIA-SIGUIENTE.

       LEER-AUSENCIA-SIGUIENTE.
           READ AUSENCIAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-AUSENCIAS
           END-READ.
           IF FIN-AUSENCIAS = "N" AND
              AUSENCIA-EMPLEADOS-ID NOT = ID-EMPLEADO
               MOVE "S" TO FIN-AUSENCIAS.

       CALCULAR-DIAS.
      *Dias laborables del tramo, ambos extremos incluidos, con el
      *mismo calculo que REGISTRO-AUSENCIAS.
           MOVE SPACE TO LABORABLES-PETICION.
           MOVE "E" TO LABORABLES-OPERACION.
           MOVE EMPLEADOS-SUCURSAL TO LABORABLES-SUCURSAL.
           MOVE FECHA-DESDE TO LABORABLES-FECHA-DESDE.
           MOVE FECHA-HASTA TO LABORABLES-FECHA-HASTA.
           MOVE ZERO TO LABORABLES-RESULTADO-DIAS.
           CALL "DIAS-LABORABLES" USING LABORABLES-PETICION.
           MOVE LABORABLES-RESULTADO-DIAS TO DIAS-AUSENCIA.

       ESCRIBIR-RECHAZO.
      *El parte rechazado se conserva entero con su motivo para que
      *RECICLAR-RECHAZOS-PARTES lo arregle y lo reenvie.
           DISPLAY "Parte " ORDEN-NUMERO " del NIF " ORDEN-NIF
                   " rechazado, motivo " MOTIVO-RECHAZO-ACTUAL.
           OPEN EXTEND RECHAZOS-PARTES-ARCHIVO.
           IF RECHAZOS-PARTES-STATUS = "35"
               OPEN OUTPUT RECHAZOS-PARTES-ARCHIVO.
           MOVE SPACE TO RECHAZO-PARTE-REGISTRO.
           MOVE FECHA-DE-HOY TO RECHAZO-PARTE-FECHA.
           MOVE MOTIVO-RECHAZO-ACTUAL TO RECHAZO-PARTE-MOTIVO.
           MOVE ORDEN-CERTIFICADO TO RECHAZO-PARTE-CERTIFICADO.
           WRITE RECHAZO-PARTE-REGISTRO.
           CLOSE RECHAZOS-PARTES-ARCHIVO.
           ADD 1 TO CONT-RECHAZOS-ESCRITOS.

       END PROGRAM CARGA-PARTES-BAJA.

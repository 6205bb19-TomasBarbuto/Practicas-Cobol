       COPY "copybooks/28-PhParametros.cbl".
      *Archivo acumulado de horas mensuales.
       COPY "copybooks/28-PhHorasMensuales.cbl".
      *Archivo de autorizaciones previas de horas extra.
       COPY "copybooks/28-PhAutorizacionesExtra.cbl".
      *Archivo de horas extra retenidas.
       COPY "copybooks/28-PhHorasRetenidas.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoParametros.cbl".
      *Archivo acumulado de horas mensuales.
       COPY "copybooks/28-LoHorasMensuales.cbl".
      *Archivo de autorizaciones previas de horas extra.
       COPY "copybooks/28-LoAutorizacionesExtra.cbl".
      *Archivo de horas extra retenidas.
       COPY "copybooks/28-LoHorasRetenidas.cbl".

       WORKING-STORAGE SECTION.
      *El modulo conserva su estado entre CALLs del mismo programa:
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  POSICION-HORAS PIC 9(4) COMP VALUE 0.
       77  CONT-HORAS PIC 9(4) COMP VALUE 0.
       77  CONTROL-AUTORIZACION PIC X VALUE "N".
       77  SUB-A PIC 9(4) COMP VALUE 0.
       77  CONT-AUTORIZADAS PIC 9(4) COMP VALUE 0.
       77  POSICION-AUTORIZADA PIC 9(4) COMP VALUE 0.
       77  SUB-R PIC 9(4) COMP VALUE 0.
       77  CONT-RETENIDAS PIC 9(4) COMP VALUE 0.
       77  POSICION-RETENIDA-MES PIC 9(4) COMP VALUE 0.
       77  RETENIDA-ENCONTRADA PIC X.

      *Jornada mensual estandar en horas y recargo de la hora extra
      *en porcentaje sobre la hora ordinaria, con valores por
       01  RECARGO-HORA-EXTRA PIC 9(3)V99 VALUE 150.

       01  VALOR-HORA-ORDINARIA PIC 9(5)V9999.
       01  HORAS-EXCESO PIC 9(4)V99.
       01  HORAS-AUTORIZADAS PIC 9(4)V99.
       01  PRIMER-DIA-MES PIC 9(8).
       01  ULTIMO-DIA-MES PIC 9(8).
       01  FECHA-DE-HOY PIC 9(8).

      *Acumulado de horas mensuales cargado en memoria, una fila
      *por empleado y mes, igual que la tabla de CARGA-HORAS.
               10 HORAS-FILA-ANIO-MES PIC 9(6).
               10 HORAS-FILA-HORAS PIC 9(4)V99.

      *Horas autorizadas del mes de nomina sumadas por empleado.
       01  TABLA-AUTORIZADAS.
           05 AUTORIZADA-FILA OCCURS 500 TIMES.
               10 AUTORIZADA-FILA-ID PIC X(6).
               10 AUTORIZADA-FILA-HORAS PIC 9(4)V99.

      *Horas retenidas que interesan a la pasada: las del propio mes
      *de nomina y las de meses anteriores liberadas, o ya pagadas
      *por este mismo mes si la nomina se relanza.
       01  TABLA-RETENIDAS.
           05 RETENIDA-FILA OCCURS 500 TIMES.
               10 RETENIDA-FILA-ID PIC X(6).
               10 RETENIDA-FILA-ANIO-MES PIC 9(6).
               10 RETENIDA-FILA-HORAS PIC 9(4)V99.

      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".
      *Estado del archivo de horas mensuales.
       COPY "copybooks/28-EstadoHorasMensuales.cbl".
      *Estado del archivo de autorizaciones de horas extra.
       COPY "copybooks/28-EstadoAutorizacionesExtra.cbl".
      *Estado del archivo de horas extra retenidas.
       COPY "copybooks/28-EstadoHorasRetenidas.cbl".

       LINKAGE SECTION.
      *Area de peticion compartida con los llamadores.
           IF DATOS-CARGADOS = "N"
               PERFORM LEER-PARAMETROS
               PERFORM CARGAR-HORAS-MENSUALES
               PERFORM CARGAR-AUTORIZACIONES
               PERFORM CARGAR-HORAS-RETENIDAS
               MOVE "S" TO DATOS-CARGADOS.
           PERFORM CALCULAR-HORAS-EXTRA THRU CALCULAR-HORAS-EXTRA-FIN.

                           TO HORAS-FILA-HORAS (CONT-HORAS)
           END-READ.

       CARGAR-AUTORIZACIONES.
      *Sin archivo de autorizaciones el control previo no esta en
      *uso y se pagan todas las horas extra, como hasta ahora.
           COMPUTE PRIMER-DIA-MES = HEXTRA-ANIO-MES * 100 + 1.
           COMPUTE ULTIMO-DIA-MES = HEXTRA-ANIO-MES * 100 + 31.
           OPEN INPUT AUTORIZACIONES-EXTRA-ARCHIVO.
           IF AUTORIZACIONES-EXTRA-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "S" TO CONTROL-AUTORIZACION
               MOVE "0" TO LEE-TODO
               PERFORM LEER-AUTORIZACION
               UNTIL LEE-TODO = "1"
               CLOSE AUTORIZACIONES-EXTRA-ARCHIVO.

       LEER-AUTORIZACION.
           READ AUTORIZACIONES-EXTRA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   IF AUTORIZACION-FECHA NOT < PRIMER-DIA-MES AND
                      AUTORIZACION-FECHA NOT > ULTIMO-DIA-MES
                       PERFORM SUMAR-AUTORIZACION
           END-READ.

       SUMAR-AUTORIZACION.
           MOVE 0 TO POSICION-AUTORIZADA.
           MOVE 1 TO SUB-A.
           PERFORM COMPARAR-FILA-AUTORIZADA
           UNTIL SUB-A > CONT-AUTORIZADAS OR POSICION-AUTORIZADA > 0.
           IF POSICION-AUTORIZADA = 0 AND CONT-AUTORIZADAS < 500
               ADD 1 TO CONT-AUTORIZADAS
               MOVE AUTORIZACION-EMPLEADOS-ID
                   TO AUTORIZADA-FILA-ID (CONT-AUTORIZADAS)
               MOVE ZERO TO AUTORIZADA-FILA-HORAS (CONT-AUTORIZADAS)
               MOVE CONT-AUTORIZADAS TO POSICION-AUTORIZADA.
           IF POSICION-AUTORIZADA > 0
               ADD AUTORIZACION-HORAS
                   TO AUTORIZADA-FILA-HORAS (POSICION-AUTORIZADA).

       COMPARAR-FILA-AUTORIZADA.
           IF AUTORIZADA-FILA-ID (SUB-A) = AUTORIZACION-EMPLEADOS-ID
               MOVE SUB-A TO POSICION-AUTORIZADA.
           ADD 1 TO SUB-A.

       CARGAR-HORAS-RETENIDAS.
           OPEN INPUT HORAS-RETENIDAS-ARCHIVO.
           IF HORAS-RETENIDAS-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-HORAS-RETENIDAS
               UNTIL LEE-TODO = "1"
               CLOSE HORAS-RETENIDAS-ARCHIVO.

       LEER-HORAS-RETENIDAS.
           READ HORAS-RETENIDAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   IF RETENIDA-ANIO-MES = HEXTRA-ANIO-MES OR
                      (RETENIDA-ANIO-MES < HEXTRA-ANIO-MES AND
                       (RETENIDA-LIBERADA OR
                        (RETENIDA-PAGADA AND
                         RETENIDA-MES-PAGO = HEXTRA-ANIO-MES)))
                       PERFORM GUARDAR-FILA-RETENIDA
           END-READ.

       GUARDAR-FILA-RETENIDA.
           IF CONT-RETENIDAS < 500
               ADD 1 TO CONT-RETENIDAS
               MOVE RETENIDA-EMPLEADOS-ID
                   TO RETENIDA-FILA-ID (CONT-RETENIDAS)
               MOVE RETENIDA-ANIO-MES
                   TO RETENIDA-FILA-ANIO-MES (CONT-RETENIDAS)
               MOVE RETENIDA-HORAS
                   TO RETENIDA-FILA-HORAS (CONT-RETENIDAS).

       CALCULAR-HORAS-EXTRA.
           MOVE ZERO TO HEXTRA-HORAS.
           MOVE ZERO TO HEXTRA-IMPORTE.
           MOVE ZERO TO HEXTRA-HORAS-RETENIDAS.
           MOVE ZERO TO HEXTRA-HORAS-LIBERADAS.
           IF HORAS-MES-ESTANDAR = 0
               GO TO CALCULAR-HORAS-EXTRA-FIN.
           MOVE ZERO TO HORAS-EXCESO.
           PERFORM BUSCAR-FILA-HORAS.
           IF POSICION-HORAS > 0 AND
              HORAS-FILA-HORAS (POSICION-HORAS) > HORAS-MES-ESTANDAR
               COMPUTE HORAS-EXCESO =
                       HORAS-FILA-HORAS (POSICION-HORAS) -
                       HORAS-MES-ESTANDAR.
           MOVE HORAS-EXCESO TO HEXTRA-HORAS.
           IF CONTROL-AUTORIZACION = "S"
               PERFORM BUSCAR-HORAS-AUTORIZADAS
               IF HORAS-EXCESO > HORAS-AUTORIZADAS
                   MOVE HORAS-AUTORIZADAS TO HEXTRA-HORAS
                   COMPUTE HEXTRA-HORAS-RETENIDAS =
                           HORAS-EXCESO - HORAS-AUTORIZADAS.
           MOVE 0 TO POSICION-RETENIDA-MES.
           MOVE 1 TO SUB-R.
           PERFORM SUMAR-FILA-LIBERADA
           UNTIL SUB-R > CONT-RETENIDAS.
           ADD HEXTRA-HORAS-LIBERADAS TO HEXTRA-HORAS.
           IF HEXTRA-HORAS > 0
               COMPUTE VALOR-HORA-ORDINARIA ROUNDED =
                       HEXTRA-SALARIO / HORAS-MES-ESTANDAR
               COMPUTE HEXTRA-IMPORTE ROUNDED =
                       HEXTRA-HORAS * VALOR-HORA-ORDINARIA *
                       RECARGO-HORA-EXTRA / 100.
           IF HEXTRA-MODO-NOMINA
               PERFORM ACTUALIZAR-HORAS-RETENIDAS
                   THRU ACTUALIZAR-HORAS-RETENIDAS-FIN.

       CALCULAR-HORAS-EXTRA-FIN.
           EXIT.

       BUSCAR-HORAS-AUTORIZADAS.
           MOVE ZERO TO HORAS-AUTORIZADAS.
           MOVE 0 TO POSICION-AUTORIZADA.
           MOVE 1 TO SUB-A.
           PERFORM BUSCAR-FILA-AUTORIZADA
           UNTIL SUB-A > CONT-AUTORIZADAS OR POSICION-AUTORIZADA > 0.
           IF POSICION-AUTORIZADA > 0
               MOVE AUTORIZADA-FILA-HORAS (POSICION-AUTORIZADA)
                   TO HORAS-AUTORIZADAS.

       BUSCAR-FILA-AUTORIZADA.
           IF AUTORIZADA-FILA-ID (SUB-A) = HEXTRA-EMPLEADOS-ID
               MOVE SUB-A TO POSICION-AUTORIZADA.
           ADD 1 TO SUB-A.

       SUMAR-FILA-LIBERADA.
      *La fila del propio mes no se paga: solo se anota su posicion
      *para actualizarla.
           IF RETENIDA-FILA-ID (SUB-R) = HEXTRA-EMPLEADOS-ID
               IF RETENIDA-FILA-ANIO-MES (SUB-R) = HEXTRA-ANIO-MES
                   MOVE SUB-R TO POSICION-RETENIDA-MES
               ELSE
                   ADD RETENIDA-FILA-HORAS (SUB-R)
                       TO HEXTRA-HORAS-LIBERADAS.
           ADD 1 TO SUB-R.

       ACTUALIZAR-HORAS-RETENIDAS.
      *En la pasada real de nomina se graban las horas retenidas del
      *mes, se borran las de una pasada anterior que ya no quedan
      *retenidas y las liberadas se marcan como pagadas por este
      *mes. Las que un supervisor ya libero o anulo no se tocan.
           IF HEXTRA-HORAS-RETENIDAS = 0 AND
              HEXTRA-HORAS-LIBERADAS = 0 AND
              POSICION-RETENIDA-MES = 0
               GO TO ACTUALIZAR-HORAS-RETENIDAS-FIN.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           OPEN I-O HORAS-RETENIDAS-ARCHIVO.
           IF HORAS-RETENIDAS-STATUS = "35"
               OPEN OUTPUT HORAS-RETENIDAS-ARCHIVO
               CLOSE HORAS-RETENIDAS-ARCHIVO
               OPEN I-O HORAS-RETENIDAS-ARCHIVO.
           MOVE HEXTRA-EMPLEADOS-ID TO RETENIDA-EMPLEADOS-ID.
           MOVE HEXTRA-ANIO-MES TO RETENIDA-ANIO-MES.
           MOVE "S" TO RETENIDA-ENCONTRADA.
           READ HORAS-RETENIDAS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO RETENIDA-ENCONTRADA
           END-READ.
           IF RETENIDA-ENCONTRADA = "N"
               IF HEXTRA-HORAS-RETENIDAS > 0
                   PERFORM GRABAR-HORAS-RETENIDAS.
           IF RETENIDA-ENCONTRADA = "S" AND RETENIDA-PENDIENTE
               IF HEXTRA-HORAS-RETENIDAS > 0
                   MOVE HEXTRA-HORAS-RETENIDAS TO RETENIDA-HORAS
                   REWRITE RETENIDA-REGISTRO
               ELSE
                   DELETE HORAS-RETENIDAS-ARCHIVO RECORD.
           MOVE 1 TO SUB-R.
           PERFORM MARCAR-FILA-PAGADA
           UNTIL SUB-R > CONT-RETENIDAS.
           CLOSE HORAS-RETENIDAS-ARCHIVO.

       ACTUALIZAR-HORAS-RETENIDAS-FIN.
           EXIT.

       GRABAR-HORAS-RETENIDAS.
           MOVE SPACE TO RETENIDA-REGISTRO.
           MOVE HEXTRA-EMPLEADOS-ID TO RETENIDA-EMPLEADOS-ID.
           MOVE HEXTRA-ANIO-MES TO RETENIDA-ANIO-MES.
           MOVE HEXTRA-HORAS-RETENIDAS TO RETENIDA-HORAS.
           MOVE "R" TO RETENIDA-ESTADO.
           MOVE ZEROES TO RETENIDA-MES-PAGO.
           MOVE ZEROES TO RETENIDA-FECHA-DECISION.
           WRITE RETENIDA-REGISTRO
               INVALID KEY
                   DISPLAY "Error al grabar las horas retenidas de "
                           HEXTRA-EMPLEADOS-ID
           END-WRITE.

       MARCAR-FILA-PAGADA.
           IF RETENIDA-FILA-ID (SUB-R) = HEXTRA-EMPLEADOS-ID AND
              RETENIDA-FILA-ANIO-MES (SUB-R) NOT = HEXTRA-ANIO-MES
               MOVE RETENIDA-FILA-ID (SUB-R) TO RETENIDA-EMPLEADOS-ID
               MOVE RETENIDA-FILA-ANIO-MES (SUB-R)
                   TO RETENIDA-ANIO-MES
               READ HORAS-RETENIDAS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "P" TO RETENIDA-ESTADO
                       MOVE HEXTRA-ANIO-MES TO RETENIDA-MES-PAGO
                       REWRITE RETENIDA-REGISTRO
               END-READ.
           ADD 1 TO SUB-R.

       BUSCAR-FILA-HORAS.
           MOVE 0 TO POSICION-HORAS.
           MOVE 1 TO SUB-I.

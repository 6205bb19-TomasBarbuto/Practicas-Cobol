       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZACION-HORAS-EXTRA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de autorizaciones previas de horas extra.
       COPY "copybooks/28-PhAutorizacionesExtra.cbl".
      *Archivo de horas extra retenidas.
       COPY "copybooks/28-PhHorasRetenidas.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de autorizaciones previas de horas extra.
       COPY "copybooks/28-LoAutorizacionesExtra.cbl".
      *Archivo de horas extra retenidas.
       COPY "copybooks/28-LoHorasRetenidas.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  OPCION PIC X.
       77  DECISION PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  DATOS-VALIDOS PIC X.
       77  FECHA-VALIDA PIC X.
       77  AUTORIZACION-EXISTE PIC X.
       77  FIN-RETENIDAS PIC X.
       77  CONT-AUTORIZADAS PIC 9(5) COMP VALUE 0.
       77  CONT-LIBERADAS PIC 9(5) COMP VALUE 0.
       77  CONT-ANULADAS PIC 9(5) COMP VALUE 0.
       77  CONT-MOSTRADAS PIC 9(3) COMP VALUE 0.

       01  ID-EMPLEADO PIC X(6).
       01  HORAS-ENTRADA PIC 9(2)V99.
       01  MOTIVO-ENTRADA PIC X(40).
       01  MES-ELEGIDO PIC 9(6).
       01  FECHA-DE-HOY PIC 9(8).
       01  PREGUNTA-REINICIO PIC X(40).

      *Las fechas se teclean como AAAAMMDD y se validan de formato
      *antes de moverlas, con el mismo desglose por redefinicion de
      *62-BBDD-RegistroAusencias.cbl.
       01  FECHA-ENTRADA-X PIC X(8).
       01  FECHA-ENTRADA-9 REDEFINES FECHA-ENTRADA-X PIC 9(8).
       01  FECHA-ENTRADA-R REDEFINES FECHA-ENTRADA-X.
           05 ENTRADA-ANIO PIC 9(4).
           05 ENTRADA-MES PIC 9(2).
           05 ENTRADA-DIA PIC 9(2).

       01  HORAS-EDITADAS PIC Z9.99.
       01  HORAS-RETENIDAS-EDITADAS PIC ZZZ9.99.

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de autorizaciones de horas extra.
       COPY "copybooks/28-EstadoAutorizacionesExtra.cbl".
      *Estado del archivo de horas extra retenidas.
       COPY "copybooks/28-EstadoHorasRetenidas.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO = "S"
               PERFORM ELEGIR-OPCION
               PERFORM PROCEDIMIENTO-DE-APERTURA
               MOVE "S" TO SI-NO
               IF OPCION = "A"
                   MOVE "¿Desea autorizar mas horas extra?"
                       TO PREGUNTA-REINICIO
                   PERFORM AUTORIZAR-HORAS
                   UNTIL SI-NO = "N"
               ELSE
                   MOVE "¿Desea revisar otro empleado?"
                       TO PREGUNTA-REINICIO
                   PERFORM REVISAR-RETENIDAS
                   UNTIL SI-NO = "N"
               END-IF
               PERFORM PROCEDIMIENTO-DE-CIERRE
               DISPLAY "Autorizaciones grabadas: " CONT-AUTORIZADAS
                       " Retenidas liberadas: " CONT-LIBERADAS
                       " Anuladas: " CONT-ANULADAS
           ELSE
               DISPLAY "Acceso denegado.".

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *Autorizar horas extra o liberar las retenidas cambia lo que
      *cobra el empleado: requiere rol de supervisor, que queda
      *registrado en cada autorizacion y decision.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       ELEGIR-OPCION.
           MOVE SPACE TO OPCION.
           PERFORM PREGUNTAR-OPCION
           UNTIL OPCION = "A" OR OPCION = "R".

       PREGUNTAR-OPCION.
           DISPLAY "A - Autorizar horas extra de un empleado".
           DISPLAY "R - Liberar o anular horas extra retenidas".
           ACCEPT OPCION.
           IF OPCION = "a"
               MOVE "A" TO OPCION.
           IF OPCION = "r"
               MOVE "R" TO OPCION.
           IF OPCION NOT = "A" AND OPCION NOT = "R"
               DISPLAY "Debes introducir A/R.".

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           PERFORM ABRIR-AUTORIZACIONES.
           PERFORM ABRIR-HORAS-RETENIDAS.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE AUTORIZACIONES-EXTRA-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-AUTORIZACIONES.
           CLOSE HORAS-RETENIDAS-ARCHIVO.

       ABRIR-AUTORIZACIONES.
      *El registro de autorizaciones es indexado. Si todavia no
      *existe lo creamos antes de abrirlo en modo aleatorio; desde
      *ese momento la nomina solo paga las horas autorizadas.
           OPEN I-O AUTORIZACIONES-EXTRA-ARCHIVO.
           IF AUTORIZACIONES-EXTRA-STATUS = "35"
               OPEN OUTPUT AUTORIZACIONES-EXTRA-ARCHIVO
               CLOSE AUTORIZACIONES-EXTRA-ARCHIVO
               OPEN I-O AUTORIZACIONES-EXTRA-ARCHIVO.

       ABRIR-HORAS-RETENIDAS.
           OPEN I-O HORAS-RETENIDAS-ARCHIVO.
           IF HORAS-RETENIDAS-STATUS = "35"
               OPEN OUTPUT HORAS-RETENIDAS-ARCHIVO
               CLOSE HORAS-RETENIDAS-ARCHIVO
               OPEN I-O HORAS-RETENIDAS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       COMPROBAR-ESTADO-AUTORIZACIONES.
           IF AUTORIZACIONES-EXTRA-STATUS NOT = "00" AND
              AUTORIZACIONES-EXTRA-STATUS NOT = "97"
               DISPLAY "Estado de archivo de autorizaciones "
                       "inesperado: " AUTORIZACIONES-EXTRA-STATUS.

       AUTORIZAR-HORAS.
      *Una autorizacion por empleado y dia. Si el dia ya estaba
      *autorizado se muestra y se sustituye por la nueva.
           PERFORM OBTENER-EMPLEADO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM OBTENER-DATOS-AUTORIZACION
               IF DATOS-VALIDOS = "S"
                   PERFORM GRABAR-AUTORIZACION.
           PERFORM REINICIAR.

       OBTENER-EMPLEADO.
           DISPLAY "ID del empleado: ".
           ACCEPT ID-EMPLEADO.
           MOVE ID-EMPLEADO TO EMPLEADOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "No existe ningun empleado con ese ID."
           END-READ.
           IF REGISTRO-ENCONTRADO = "S" AND EMPLEADOS-INACTIVO
               AND OPCION = "A"
               DISPLAY "El empleado esta inactivo, no se le pueden "
                       "autorizar horas extra."
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Empleado: " EMPLEADOS-NOMBRE " "
                       EMPLEADOS-APELLIDOS.

       OBTENER-DATOS-AUTORIZACION.
           MOVE "S" TO FECHA-VALIDA.
           DISPLAY "Fecha de las horas extra (AAAAMMDD): ".
           ACCEPT FECHA-ENTRADA-X.
           PERFORM VALIDAR-FECHA-ENTRADA.
           MOVE FECHA-VALIDA TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               PERFORM LEER-AUTORIZACION-DEL-DIA
               DISPLAY "Horas extra autorizadas: "
               ACCEPT HORAS-ENTRADA
               IF HORAS-ENTRADA = 0
                   DISPLAY "Las horas deben ser mayores que cero."
                   MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Motivo (40 caracteres): "
               ACCEPT MOTIVO-ENTRADA
               IF MOTIVO-ENTRADA = SPACE
                   DISPLAY "El motivo es obligatorio."
                   MOVE "N" TO DATOS-VALIDOS.

       VALIDAR-FECHA-ENTRADA.
           IF FECHA-ENTRADA-X NOT NUMERIC
               DISPLAY "Fecha invalida, deben ser 8 digitos AAAAMMDD."
               MOVE "N" TO FECHA-VALIDA
           ELSE
               IF ENTRADA-MES < 1 OR ENTRADA-MES > 12 OR
                  ENTRADA-DIA < 1 OR ENTRADA-DIA > 31
                   DISPLAY "Fecha invalida, mes o dia fuera de rango."
                   MOVE "N" TO FECHA-VALIDA.

       LEER-AUTORIZACION-DEL-DIA.
           MOVE ID-EMPLEADO TO AUTORIZACION-EMPLEADOS-ID.
           MOVE FECHA-ENTRADA-9 TO AUTORIZACION-FECHA.
           MOVE "S" TO AUTORIZACION-EXISTE.
           READ AUTORIZACIONES-EXTRA-ARCHIVO
               INVALID KEY
                   MOVE "N" TO AUTORIZACION-EXISTE
           END-READ.
           IF AUTORIZACION-EXISTE = "S"
               MOVE AUTORIZACION-HORAS TO HORAS-EDITADAS
               DISPLAY "Ya autorizadas " HORAS-EDITADAS
                       " horas ese dia: " AUTORIZACION-MOTIVO
               DISPLAY "La nueva autorizacion sustituye a la "
                       "anterior.".

       GRABAR-AUTORIZACION.
           MOVE ID-EMPLEADO TO AUTORIZACION-EMPLEADOS-ID.
           MOVE FECHA-ENTRADA-9 TO AUTORIZACION-FECHA.
           MOVE HORAS-ENTRADA TO AUTORIZACION-HORAS.
           MOVE MOTIVO-ENTRADA TO AUTORIZACION-MOTIVO.
           MOVE SESION-OPERADOR-ID TO AUTORIZACION-OPERADOR-ID.
           MOVE FECHA-DE-HOY TO AUTORIZACION-FECHA-ALTA.
           IF AUTORIZACION-EXISTE = "S"
               REWRITE AUTORIZACION-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar la autorizacion."
                       MOVE "N" TO DATOS-VALIDOS
               END-REWRITE
           ELSE
               WRITE AUTORIZACION-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar la autorizacion."
                       MOVE "N" TO DATOS-VALIDOS
               END-WRITE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-AUTORIZADAS
               MOVE HORAS-ENTRADA TO HORAS-EDITADAS
               DISPLAY "Autorizadas " HORAS-EDITADAS " horas extra "
                       "al empleado " ID-EMPLEADO " el "
                       FECHA-ENTRADA-9 ".".

       REVISAR-RETENIDAS.
      *Se muestran los meses con horas retenidas pendientes de
      *decision. Las liberadas se pagan en la siguiente nomina; las
      *anuladas ya no se pagaran.
           PERFORM OBTENER-EMPLEADO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MOSTRAR-RETENIDAS-EMPLEADO
               IF CONT-MOSTRADAS = 0
                   DISPLAY "El empleado no tiene horas extra "
                           "retenidas pendientes."
               ELSE
                   PERFORM DECIDIR-RETENIDA.
           PERFORM REINICIAR.

       MOSTRAR-RETENIDAS-EMPLEADO.
           MOVE ZERO TO CONT-MOSTRADAS.
           MOVE "N" TO FIN-RETENIDAS.
           MOVE ID-EMPLEADO TO RETENIDA-EMPLEADOS-ID.
           MOVE ZEROES TO RETENIDA-ANIO-MES.
           START HORAS-RETENIDAS-ARCHIVO
               KEY IS NOT LESS THAN RETENIDA-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-RETENIDAS
           END-START.
           PERFORM MOSTRAR-UNA-RETENIDA
           UNTIL FIN-RETENIDAS = "S".

       MOSTRAR-UNA-RETENIDA.
           READ HORAS-RETENIDAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-RETENIDAS
           END-READ.
           IF FIN-RETENIDAS = "N" AND
              RETENIDA-EMPLEADOS-ID NOT = ID-EMPLEADO
               MOVE "S" TO FIN-RETENIDAS.
           IF FIN-RETENIDAS = "N" AND RETENIDA-PENDIENTE
               ADD 1 TO CONT-MOSTRADAS
               MOVE RETENIDA-HORAS TO HORAS-RETENIDAS-EDITADAS
               DISPLAY "  Mes " RETENIDA-ANIO-MES
                       " horas retenidas " HORAS-RETENIDAS-EDITADAS.

       DECIDIR-RETENIDA.
           DISPLAY "Mes de las horas retenidas (AAAAMM): ".
           ACCEPT MES-ELEGIDO.
           MOVE ID-EMPLEADO TO RETENIDA-EMPLEADOS-ID.
           MOVE MES-ELEGIDO TO RETENIDA-ANIO-MES.
           MOVE "S" TO DATOS-VALIDOS.
           READ HORAS-RETENIDAS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO DATOS-VALIDOS
           END-READ.
           IF DATOS-VALIDOS = "S" AND NOT RETENIDA-PENDIENTE
               MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "N"
               DISPLAY "No hay horas retenidas pendientes en ese "
                       "mes."
           ELSE
               MOVE SPACE TO DECISION
               PERFORM PREGUNTAR-DECISION
               UNTIL DECISION = "L" OR DECISION = "A"
               PERFORM GRABAR-DECISION.

       PREGUNTAR-DECISION.
           DISPLAY "L - Liberar para la proxima nomina / "
                   "A - Anular: ".
           ACCEPT DECISION.
           IF DECISION = "l"
               MOVE "L" TO DECISION.
           IF DECISION = "a"
               MOVE "A" TO DECISION.
           IF DECISION NOT = "L" AND DECISION NOT = "A"
               DISPLAY "Debes introducir L/A.".

       GRABAR-DECISION.
           MOVE DECISION TO RETENIDA-ESTADO.
           MOVE FECHA-DE-HOY TO RETENIDA-FECHA-DECISION.
           MOVE SESION-OPERADOR-ID TO RETENIDA-OPERADOR-ID.
           REWRITE RETENIDA-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar las horas retenidas."
                   MOVE "N" TO DATOS-VALIDOS
           END-REWRITE.
           IF DATOS-VALIDOS = "S"
               IF RETENIDA-LIBERADA
                   ADD 1 TO CONT-LIBERADAS
                   DISPLAY "Horas del mes " MES-ELEGIDO
                           " liberadas para la proxima nomina."
               ELSE
                   ADD 1 TO CONT-ANULADAS
                   DISPLAY "Horas del mes " MES-ELEGIDO
                           " anuladas.".

       REINICIAR.
           MOVE SPACE TO SI-NO.
           PERFORM PREGUNTAR-SI-NO
           UNTIL SI-NO = "S" OR SI-NO = "N".

       PREGUNTAR-SI-NO.
           DISPLAY PREGUNTA-REINICIO.
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO = "n"
               MOVE "N" TO SI-NO.
           IF SI-NO NOT = "S" AND SI-NO NOT = "N"
               DISPLAY "Debes introducir S/N.".

       END PROGRAM AUTORIZACION-HORAS-EXTRA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELECCION-CANDIDATOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo maestro de plazas autorizadas.
       COPY "copybooks/28-PhPlazas.cbl".
      *Archivo de requisiciones de seleccion.
       COPY "copybooks/28-PhRequisiciones.cbl".
      *Archivo de candidatos por requisicion.
       COPY "copybooks/28-PhCandidatos.cbl".
      *Cola de candidatos preseleccionados.
       COPY "copybooks/28-PhColaCandidatos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo maestro de plazas autorizadas.
       COPY "copybooks/28-LoPlazas.cbl".
      *Archivo de requisiciones de seleccion.
       COPY "copybooks/28-LoRequisiciones.cbl".
      *Archivo de candidatos por requisicion.
       COPY "copybooks/28-LoCandidatos.cbl".
      *Cola de candidatos preseleccionados.
       COPY "copybooks/28-LoColaCandidatos.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  OPCION PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  DATOS-VALIDOS PIC X.
       77  PLAZAS-DISPONIBLES PIC X.
       77  FIN-REQUISICIONES PIC X.
       77  FIN-CANDIDATOS PIC X.
       77  LEE-TODO PIC X.
       77  SUB-E PIC 9(2) COMP VALUE 0.
       77  ORDEN-ACTUAL PIC 9(2) COMP VALUE 0.
       77  ORDEN-NUEVO PIC 9(2) COMP VALUE 0.
       77  CONT-REQUISICIONES PIC 9(5) COMP VALUE 0.
       77  CONT-CANCELADAS PIC 9(5) COMP VALUE 0.
       77  CONT-INCORPORADOS PIC 9(5) COMP VALUE 0.
       77  CONT-DESCARTADOS PIC 9(5) COMP VALUE 0.
       77  CONT-CAMBIOS-ETAPA PIC 9(5) COMP VALUE 0.
       77  CONT-LINEAS PIC 9(5) COMP VALUE 0.
       77  CONT-MOSTRADOS PIC 9(3) COMP VALUE 0.

       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-DE-HOY-R REDEFINES FECHA-DE-HOY.
           05 HOY-ANIO PIC 9(4).
           05 HOY-MES PIC 9(2).
           05 HOY-DIA PIC 9(2).
       01  PREGUNTA-REINICIO PIC X(40).

      *Datos tecleados para abrir una requisicion. Se guardan aparte
      *porque la numeracion recorre el archivo y pisa el registro.
       01  DEPARTAMENTO-ENTRADA PIC X(4).
       01  GRADO-ENTRADA PIC X(4).
       01  EJERCICIO-X PIC X(4).
       01  EJERCICIO-ENTRADA REDEFINES EJERCICIO-X PIC 9(4).
       01  DESCRIPCION-ENTRADA PIC X(30).
       01  PUESTOS-ENTRADA PIC 9(2).
       01  SALARIO-ENTRADA PIC 9(7)V99.
       01  REQUISICION-ENTRADA PIC 9(5).
       01  NUMERO-ENTRADA PIC 9(3).
       01  ULTIMA-REQUISICION PIC 9(5).
       01  ULTIMO-CANDIDATO PIC 9(3).
       01  NUEVA-ETAPA PIC X(01).

      *Etapas de la seleccion en su orden de avance. El candidato
      *solo avanza hacia etapas posteriores; el rechazo, ultima
      *fila, cierra el proceso desde cualquier etapa abierta.
       01  TABLA-ETAPAS-VALORES.
           05 FILLER PIC X(13) VALUE "PPRESENTADO  ".
           05 FILLER PIC X(13) VALUE "CCRIBADO     ".
           05 FILLER PIC X(13) VALUE "EENTREVISTADO".
           05 FILLER PIC X(13) VALUE "OOFERTADO    ".
           05 FILLER PIC X(13) VALUE "AACEPTADO    ".
           05 FILLER PIC X(13) VALUE "RRECHAZADO   ".
       01  TABLA-ETAPAS REDEFINES TABLA-ETAPAS-VALORES.
           05 ETAPA-FILA OCCURS 6 TIMES.
               10 ETAPA-CODIGO PIC X(01).
               10 ETAPA-TEXTO PIC X(12).
       01  ETAPA-TEXTO-ACTUAL PIC X(12).

      *Desglose de una linea de la cola de candidatos.
       01  NOMBRE-COLA PIC X(25).
       01  APELLIDO-COLA PIC X(25).
       01  EDAD-COLA-X PIC X(3).
       01  EDAD-COLA REDEFINES EDAD-COLA-X PIC 9(3).

      *Datos del alta que se piden al aceptar la oferta, validados
      *igual que CARGA-ALTAS para que la carga no los rechace luego.
       01  FECHA-ENTRADA-X PIC X(8).
       01  FECHA-ENTRADA-R REDEFINES FECHA-ENTRADA-X.
           05 ENTRADA-ANIO PIC 9(4).
           05 ENTRADA-MES PIC 9(2).
           05 ENTRADA-DIA PIC 9(2).
       01  APELLIDOS-ENTRADA PIC X(25).
       01  TELEFONO-ENTRADA PIC X(12).
       01  DIRECCION-ENTRADA PIC X(35).
       01  EDAD-CALCULADA PIC 9(3).
           88 EDAD-EN-RANGO-VALIDO VALUE 16 THRU 99.

       01  SALARIO-EDITADO PIC Z,ZZZ,ZZ9.99.

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Estado del archivo maestro de plazas autorizadas.
       COPY "copybooks/28-EstadoPlazas.cbl".
      *Estado del archivo de requisiciones de seleccion.
       COPY "copybooks/28-EstadoRequisiciones.cbl".
      *Estado del archivo de candidatos por requisicion.
       COPY "copybooks/28-EstadoCandidatos.cbl".
      *Estado de la cola de candidatos preseleccionados.
       COPY "copybooks/28-EstadoColaCandidatos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO = "S"
               PERFORM ELEGIR-OPCION
               PERFORM PROCEDIMIENTO-DE-APERTURA
               MOVE "S" TO SI-NO
               IF OPCION = "R"
                   MOVE "¿Desea abrir otra requisicion?"
                       TO PREGUNTA-REINICIO
                   PERFORM ABRIR-REQUISICION
                   UNTIL SI-NO = "N"
               ELSE
               IF OPCION = "X"
                   MOVE "¿Desea cancelar otra requisicion?"
                       TO PREGUNTA-REINICIO
                   PERFORM CANCELAR-REQUISICION
                   UNTIL SI-NO = "N"
               ELSE
               IF OPCION = "I"
                   PERFORM INCORPORAR-CANDIDATOS
               ELSE
                   MOVE "¿Desea cambiar otra etapa?"
                       TO PREGUNTA-REINICIO
                   PERFORM CAMBIAR-ETAPA
                   UNTIL SI-NO = "N"
               END-IF
               END-IF
               END-IF
               PERFORM PROCEDIMIENTO-DE-CIERRE
               DISPLAY "Requisiciones abiertas: " CONT-REQUISICIONES
                       " Canceladas: " CONT-CANCELADAS
               DISPLAY "Candidatos incorporados: " CONT-INCORPORADOS
                       " Descartados: " CONT-DESCARTADOS
                       " Cambios de etapa: " CONT-CAMBIOS-ETAPA
           ELSE
               DISPLAY "Acceso denegado.".

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *Las requisiciones comprometen plazas del presupuesto y los
      *aceptados acaban dados de alta: requiere rol de supervisor.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       ELEGIR-OPCION.
           MOVE SPACE TO OPCION.
           PERFORM PREGUNTAR-OPCION
           UNTIL OPCION = "R" OR OPCION = "X" OR OPCION = "I" OR
                 OPCION = "E".

       PREGUNTAR-OPCION.
           DISPLAY "R - Abrir requisicion sobre una plaza".
           DISPLAY "X - Cancelar requisicion".
           DISPLAY "I - Incorporar candidatos de CANDIDATOS.TXT".
           DISPLAY "E - Cambiar la etapa de un candidato".
           ACCEPT OPCION.
           IF OPCION = "r"
               MOVE "R" TO OPCION.
           IF OPCION = "x"
               MOVE "X" TO OPCION.
           IF OPCION = "i"
               MOVE "I" TO OPCION.
           IF OPCION = "e"
               MOVE "E" TO OPCION.
           IF OPCION NOT = "R" AND OPCION NOT = "X" AND
              OPCION NOT = "I" AND OPCION NOT = "E"
               DISPLAY "Debes introducir R/X/I/E.".

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "S" TO PLAZAS-DISPONIBLES.
           OPEN INPUT PLAZAS-ARCHIVO.
           IF PLAZAS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO PLAZAS-DISPONIBLES.
           PERFORM ABRIR-REQUISICIONES.
           PERFORM ABRIR-CANDIDATOS.

       PROCEDIMIENTO-DE-CIERRE.
           IF PLAZAS-DISPONIBLES = "S"
               CLOSE PLAZAS-ARCHIVO.
           CLOSE REQUISICIONES-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-REQUISICIONES.
           CLOSE CANDIDATOS-SELECCION-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-CANDIDATOS.

       ABRIR-REQUISICIONES.
      *Los archivos de seleccion son indexados. Si todavia no
      *existen los creamos antes de abrirlos en modo aleatorio.
           OPEN I-O REQUISICIONES-ARCHIVO.
           IF REQUISICIONES-STATUS = "35"
               OPEN OUTPUT REQUISICIONES-ARCHIVO
               CLOSE REQUISICIONES-ARCHIVO
               OPEN I-O REQUISICIONES-ARCHIVO.

       ABRIR-CANDIDATOS.
           OPEN I-O CANDIDATOS-SELECCION-ARCHIVO.
           IF CANDIDATOS-SELECCION-STATUS = "35"
               OPEN OUTPUT CANDIDATOS-SELECCION-ARCHIVO
               CLOSE CANDIDATOS-SELECCION-ARCHIVO
               OPEN I-O CANDIDATOS-SELECCION-ARCHIVO.

       COMPROBAR-ESTADO-REQUISICIONES.
           IF REQUISICIONES-STATUS NOT = "00" AND
              REQUISICIONES-STATUS NOT = "97"
               DISPLAY "Estado de archivo de requisiciones "
                       "inesperado: " REQUISICIONES-STATUS.

       COMPROBAR-ESTADO-CANDIDATOS.
           IF CANDIDATOS-SELECCION-STATUS NOT = "00" AND
              CANDIDATOS-SELECCION-STATUS NOT = "97"
               DISPLAY "Estado de archivo de candidatos inesperado: "
                       CANDIDATOS-SELECCION-STATUS.

       ABRIR-REQUISICION.
           PERFORM OBTENER-DATOS-REQUISICION.
           IF DATOS-VALIDOS = "S"
               PERFORM GRABAR-REQUISICION.
           PERFORM REINICIAR.

       OBTENER-DATOS-REQUISICION.
      *La requisicion se levanta contra una fila del maestro de
      *plazas: sin plaza autorizada no hay a quien contratar.
           MOVE "S" TO DATOS-VALIDOS.
           IF PLAZAS-DISPONIBLES = "N"
               DISPLAY "No hay maestro de plazas autorizadas."
               MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Departamento de la plaza: "
               ACCEPT DEPARTAMENTO-ENTRADA
               DISPLAY "Grado de la plaza: "
               ACCEPT GRADO-ENTRADA
               DISPLAY "Ejercicio (AAAA, en blanco el actual): "
               ACCEPT EJERCICIO-X
               IF EJERCICIO-X NOT NUMERIC
                   MOVE HOY-ANIO TO EJERCICIO-ENTRADA.
           IF DATOS-VALIDOS = "S"
               MOVE DEPARTAMENTO-ENTRADA TO PLAZA-DEPARTAMENTO
               MOVE GRADO-ENTRADA TO PLAZA-GRADO
               MOVE EJERCICIO-ENTRADA TO PLAZA-EJERCICIO
               READ PLAZAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "No hay plazas autorizadas para ese "
                               "departamento, grado y ejercicio."
                       MOVE "N" TO DATOS-VALIDOS
               END-READ.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Plazas autorizadas: " PLAZA-AUTORIZADAS
               DISPLAY "Puestos a cubrir: "
               ACCEPT PUESTOS-ENTRADA
               IF PUESTOS-ENTRADA = 0
                   DISPLAY "Debe pedirse al menos un puesto."
                   MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Descripcion del puesto (30 caracteres): "
               ACCEPT DESCRIPCION-ENTRADA
               IF DESCRIPCION-ENTRADA = SPACE
                   DISPLAY "La descripcion es obligatoria."
                   MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Salario mensual de referencia de la oferta: "
               ACCEPT SALARIO-ENTRADA
               IF SALARIO-ENTRADA = 0
                   DISPLAY "El salario debe ser mayor que cero."
                   MOVE "N" TO DATOS-VALIDOS.

       GRABAR-REQUISICION.
           PERFORM BUSCAR-ULTIMA-REQUISICION.
           MOVE SPACE TO REQUISICION-REGISTRO.
           COMPUTE REQUISICION-ID = ULTIMA-REQUISICION + 1.
           MOVE DEPARTAMENTO-ENTRADA TO REQUISICION-DEPARTAMENTO.
           MOVE GRADO-ENTRADA TO REQUISICION-GRADO.
           MOVE EJERCICIO-ENTRADA TO REQUISICION-EJERCICIO.
           MOVE DESCRIPCION-ENTRADA TO REQUISICION-DESCRIPCION.
           MOVE PUESTOS-ENTRADA TO REQUISICION-PUESTOS.
           MOVE ZERO TO REQUISICION-CUBIERTOS.
           MOVE SALARIO-ENTRADA TO REQUISICION-SALARIO.
           MOVE FECHA-DE-HOY TO REQUISICION-FECHA-APERTURA.
           MOVE ZEROES TO REQUISICION-FECHA-CIERRE.
           MOVE "A" TO REQUISICION-ESTADO.
           MOVE SESION-OPERADOR-ID TO REQUISICION-OPERADOR.
           WRITE REQUISICION-REGISTRO
               INVALID KEY
                   DISPLAY "Ya existe una requisicion con el numero "
                           REQUISICION-ID
                   MOVE "N" TO DATOS-VALIDOS
           END-WRITE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-REQUISICIONES
               DISPLAY "Requisicion " REQUISICION-ID " abierta.".

       BUSCAR-ULTIMA-REQUISICION.
      *Las requisiciones se numeran correlativamente: el recorrido
      *por clave deja en ULTIMA-REQUISICION la mas alta.
           MOVE ZERO TO ULTIMA-REQUISICION.
           MOVE "N" TO FIN-REQUISICIONES.
           MOVE ZEROES TO REQUISICION-ID.
           START REQUISICIONES-ARCHIVO
               KEY IS NOT LESS THAN REQUISICION-ID
               INVALID KEY
                   MOVE "S" TO FIN-REQUISICIONES
           END-START.
           PERFORM LEER-REQUISICION-SIGUIENTE
           UNTIL FIN-REQUISICIONES = "S".

       LEER-REQUISICION-SIGUIENTE.
           READ REQUISICIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-REQUISICIONES
           END-READ.
           IF FIN-REQUISICIONES = "N"
               MOVE REQUISICION-ID TO ULTIMA-REQUISICION.

       OBTENER-REQUISICION.
           DISPLAY "Numero de requisicion: ".
           ACCEPT REQUISICION-ENTRADA.
           MOVE REQUISICION-ENTRADA TO REQUISICION-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ REQUISICIONES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "No existe ninguna requisicion con ese "
                           "numero."
           END-READ.
           IF REGISTRO-ENCONTRADO = "S" AND
              NOT REQUISICION-ABIERTA
               DISPLAY "La requisicion no esta abierta."
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Requisicion " REQUISICION-ID " "
                       REQUISICION-DESCRIPCION
               DISPLAY "Plaza " REQUISICION-DEPARTAMENTO " "
                       REQUISICION-GRADO " " REQUISICION-EJERCICIO
                       " puestos " REQUISICION-PUESTOS
                       " cubiertos " REQUISICION-CUBIERTOS.

       CANCELAR-REQUISICION.
           PERFORM OBTENER-REQUISICION.
           IF REGISTRO-ENCONTRADO = "S"
               MOVE "X" TO REQUISICION-ESTADO
               MOVE FECHA-DE-HOY TO REQUISICION-FECHA-CIERRE
               REWRITE REQUISICION-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al cancelar la requisicion."
                       MOVE "N" TO REGISTRO-ENCONTRADO
               END-REWRITE.
           IF REGISTRO-ENCONTRADO = "S"
               ADD 1 TO CONT-CANCELADAS
               PERFORM RECHAZAR-CANDIDATOS-EN-CURSO
               DISPLAY "Requisicion " REQUISICION-ID " cancelada.".
           PERFORM REINICIAR.

       RECHAZAR-CANDIDATOS-EN-CURSO.
      *Al cancelar la requisicion, los candidatos que seguian en
      *proceso quedan rechazados con la fecha de la cancelacion.
           MOVE "N" TO FIN-CANDIDATOS.
           MOVE REQUISICION-ID TO CANDIDATO-REQUISICION.
           MOVE ZEROES TO CANDIDATO-NUMERO.
           START CANDIDATOS-SELECCION-ARCHIVO
               KEY IS NOT LESS THAN CANDIDATO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-CANDIDATOS
           END-START.
           PERFORM RECHAZAR-UN-CANDIDATO
           UNTIL FIN-CANDIDATOS = "S".

       RECHAZAR-UN-CANDIDATO.
           PERFORM LEER-CANDIDATO-REQUISICION.
           IF FIN-CANDIDATOS = "N"
               IF NOT CANDIDATO-ACEPTADO AND NOT CANDIDATO-RECHAZADO
                   MOVE "R" TO CANDIDATO-ESTADO
                   MOVE FECHA-DE-HOY TO CANDIDATO-FECHA-ESTADO
                   REWRITE CANDIDATO-REGISTRO
                       INVALID KEY
                           DISPLAY "Error al rechazar el candidato "
                                   CANDIDATO-NUMERO
                   END-REWRITE.

       LEER-CANDIDATO-REQUISICION.
           READ CANDIDATOS-SELECCION-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CANDIDATOS
           END-READ.
           IF FIN-CANDIDATOS = "N" AND
              CANDIDATO-REQUISICION NOT = REQUISICION-ID
               MOVE "S" TO FIN-CANDIDATOS.

       INCORPORAR-CANDIDATOS.
      *Vuelca la cola CANDIDATOS.TXT en la requisicion elegida con
      *la etapa de presentado. La cola se vacia al terminar para
      *que la proxima incorporacion no repita los mismos nombres.
           PERFORM OBTENER-REQUISICION.
           IF REGISTRO-ENCONTRADO = "S"
               OPEN INPUT COLA-CANDIDATOS-ARCHIVO
               IF COLA-CANDIDATOS-STATUS NOT = "00"
                   DISPLAY "No hay candidatos pendientes en "
                           "CANDIDATOS.TXT."
               ELSE
                   PERFORM BUSCAR-ULTIMO-CANDIDATO
                   MOVE "0" TO LEE-TODO
                   PERFORM LEER-LINEA-COLA
                   PERFORM INCORPORAR-UNA-LINEA
                   UNTIL LEE-TODO = "1"
                   CLOSE COLA-CANDIDATOS-ARCHIVO
                   OPEN OUTPUT COLA-CANDIDATOS-ARCHIVO
                   CLOSE COLA-CANDIDATOS-ARCHIVO.

       BUSCAR-ULTIMO-CANDIDATO.
           MOVE ZERO TO ULTIMO-CANDIDATO.
           MOVE "N" TO FIN-CANDIDATOS.
           MOVE REQUISICION-ID TO CANDIDATO-REQUISICION.
           MOVE ZEROES TO CANDIDATO-NUMERO.
           START CANDIDATOS-SELECCION-ARCHIVO
               KEY IS NOT LESS THAN CANDIDATO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-CANDIDATOS
           END-START.
           PERFORM LEER-ULTIMO-CANDIDATO
           UNTIL FIN-CANDIDATOS = "S".

       LEER-ULTIMO-CANDIDATO.
           PERFORM LEER-CANDIDATO-REQUISICION.
           IF FIN-CANDIDATOS = "N"
               MOVE CANDIDATO-NUMERO TO ULTIMO-CANDIDATO.

       LEER-LINEA-COLA.
           READ COLA-CANDIDATOS-ARCHIVO
           AT END
           MOVE "1" TO LEE-TODO.

       INCORPORAR-UNA-LINEA.
           IF COLA-CANDIDATOS-LINEA NOT = SPACE
               ADD 1 TO CONT-LINEAS
               PERFORM DESGLOSAR-LINEA-COLA
               IF DATOS-VALIDOS = "S"
                   PERFORM GRABAR-CANDIDATO
               ELSE
                   ADD 1 TO CONT-DESCARTADOS
                   DISPLAY "LINEA " CONT-LINEAS " DESCARTADA: "
                           COLA-CANDIDATOS-LINEA.
           PERFORM LEER-LINEA-COLA.

       DESGLOSAR-LINEA-COLA.
      *PERFORM-TRHU escribe nombre, apellido y edad separados por un
      *espacio; la edad siempre lleva sus tres digitos.
           MOVE "S" TO DATOS-VALIDOS.
           MOVE SPACE TO NOMBRE-COLA APELLIDO-COLA EDAD-COLA-X.
           UNSTRING COLA-CANDIDATOS-LINEA DELIMITED BY ALL SPACE
               INTO NOMBRE-COLA APELLIDO-COLA EDAD-COLA-X
           END-UNSTRING.
           IF NOMBRE-COLA = SPACE OR APELLIDO-COLA = SPACE
               MOVE "N" TO DATOS-VALIDOS.
           IF EDAD-COLA-X NOT NUMERIC
               MOVE "N" TO DATOS-VALIDOS.
           IF ULTIMO-CANDIDATO = 999
               DISPLAY "La requisicion no admite mas candidatos."
               MOVE "N" TO DATOS-VALIDOS.

       GRABAR-CANDIDATO.
           MOVE SPACE TO CANDIDATO-REGISTRO.
           ADD 1 TO ULTIMO-CANDIDATO.
           MOVE REQUISICION-ID TO CANDIDATO-REQUISICION.
           MOVE ULTIMO-CANDIDATO TO CANDIDATO-NUMERO.
           MOVE NOMBRE-COLA TO CANDIDATO-NOMBRE.
           MOVE APELLIDO-COLA TO CANDIDATO-APELLIDOS.
           MOVE EDAD-COLA TO CANDIDATO-EDAD.
           MOVE "P" TO CANDIDATO-ESTADO.
           MOVE FECHA-DE-HOY TO CANDIDATO-FECHA-PRESENTACION.
           MOVE FECHA-DE-HOY TO CANDIDATO-FECHA-ESTADO.
           MOVE ZEROES TO CANDIDATO-SALARIO-OFERTA.
           WRITE CANDIDATO-REGISTRO
               INVALID KEY
                   DISPLAY "Ya existe el candidato "
                           CANDIDATO-NUMERO " en la requisicion."
                   ADD 1 TO CONT-DESCARTADOS
               NOT INVALID KEY
                   ADD 1 TO CONT-INCORPORADOS
                   DISPLAY "Candidato " CANDIDATO-NUMERO ": "
                           CANDIDATO-NOMBRE " " CANDIDATO-APELLIDOS
           END-WRITE.

       CAMBIAR-ETAPA.
           PERFORM OBTENER-REQUISICION.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MOSTRAR-CANDIDATOS-REQUISICION
               IF CONT-MOSTRADOS = 0
                   DISPLAY "La requisicion no tiene candidatos en "
                           "proceso."
               ELSE
                   PERFORM ELEGIR-CANDIDATO.
           PERFORM REINICIAR.

       MOSTRAR-CANDIDATOS-REQUISICION.
           MOVE ZERO TO CONT-MOSTRADOS.
           MOVE "N" TO FIN-CANDIDATOS.
           MOVE REQUISICION-ID TO CANDIDATO-REQUISICION.
           MOVE ZEROES TO CANDIDATO-NUMERO.
           START CANDIDATOS-SELECCION-ARCHIVO
               KEY IS NOT LESS THAN CANDIDATO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-CANDIDATOS
           END-START.
           PERFORM MOSTRAR-UN-CANDIDATO
           UNTIL FIN-CANDIDATOS = "S".

       MOSTRAR-UN-CANDIDATO.
           PERFORM LEER-CANDIDATO-REQUISICION.
           IF FIN-CANDIDATOS = "N"
               IF NOT CANDIDATO-ACEPTADO AND NOT CANDIDATO-RECHAZADO
                   ADD 1 TO CONT-MOSTRADOS
                   PERFORM BUSCAR-TEXTO-ETAPA
                   DISPLAY "  " CANDIDATO-NUMERO " "
                           CANDIDATO-NOMBRE " " CANDIDATO-APELLIDOS
                           " " ETAPA-TEXTO-ACTUAL
                           " desde " CANDIDATO-FECHA-ESTADO.

       BUSCAR-TEXTO-ETAPA.
      *Deja en ORDEN-ACTUAL la posicion de la etapa del candidato
      *dentro de la tabla de etapas y en ETAPA-TEXTO-ACTUAL su texto.
           MOVE ZERO TO ORDEN-ACTUAL.
           MOVE SPACE TO ETAPA-TEXTO-ACTUAL.
           MOVE 1 TO SUB-E.
           PERFORM COMPARAR-ETAPA-ACTUAL
           UNTIL SUB-E > 6 OR ORDEN-ACTUAL > 0.

       COMPARAR-ETAPA-ACTUAL.
           IF ETAPA-CODIGO (SUB-E) = CANDIDATO-ESTADO
               MOVE SUB-E TO ORDEN-ACTUAL
               MOVE ETAPA-TEXTO (SUB-E) TO ETAPA-TEXTO-ACTUAL.
           ADD 1 TO SUB-E.

       ELEGIR-CANDIDATO.
           DISPLAY "Numero de candidato: ".
           ACCEPT NUMERO-ENTRADA.
           MOVE REQUISICION-ID TO CANDIDATO-REQUISICION.
           MOVE NUMERO-ENTRADA TO CANDIDATO-NUMERO.
           MOVE "S" TO DATOS-VALIDOS.
           READ CANDIDATOS-SELECCION-ARCHIVO
               INVALID KEY
                   DISPLAY "No existe ese candidato en la "
                           "requisicion."
                   MOVE "N" TO DATOS-VALIDOS
           END-READ.
           IF DATOS-VALIDOS = "S"
               IF CANDIDATO-ACEPTADO OR CANDIDATO-RECHAZADO
                   DISPLAY "El candidato ya ha terminado el proceso "
                           "de seleccion."
               ELSE
                   PERFORM PEDIR-NUEVA-ETAPA
                   IF DATOS-VALIDOS = "S"
                       PERFORM GRABAR-NUEVA-ETAPA.

       PEDIR-NUEVA-ETAPA.
      *El candidato solo avanza a etapas posteriores a la actual; la
      *aceptacion exige una oferta previa y un puesto sin cubrir.
           PERFORM BUSCAR-TEXTO-ETAPA.
           DISPLAY "Etapa actual: " ETAPA-TEXTO-ACTUAL.
           DISPLAY "Nueva etapa (C cribado, E entrevistado, "
                   "O ofertado, A aceptado, R rechazado): ".
           ACCEPT NUEVA-ETAPA.
           IF NUEVA-ETAPA = "c"
               MOVE "C" TO NUEVA-ETAPA.
           IF NUEVA-ETAPA = "e"
               MOVE "E" TO NUEVA-ETAPA.
           IF NUEVA-ETAPA = "o"
               MOVE "O" TO NUEVA-ETAPA.
           IF NUEVA-ETAPA = "a"
               MOVE "A" TO NUEVA-ETAPA.
           IF NUEVA-ETAPA = "r"
               MOVE "R" TO NUEVA-ETAPA.
           MOVE ZERO TO ORDEN-NUEVO.
           MOVE 2 TO SUB-E.
           PERFORM COMPARAR-ETAPA-NUEVA
           UNTIL SUB-E > 6 OR ORDEN-NUEVO > 0.
           IF ORDEN-NUEVO = 0
               DISPLAY "Debes introducir C/E/O/A/R."
               MOVE "N" TO DATOS-VALIDOS
           ELSE
           IF ORDEN-NUEVO NOT > ORDEN-ACTUAL
               DISPLAY "El candidato ya ha pasado por esa etapa."
               MOVE "N" TO DATOS-VALIDOS
           ELSE
           IF NUEVA-ETAPA = "A" AND NOT CANDIDATO-OFERTADO
               DISPLAY "Solo puede aceptar un candidato con oferta."
               MOVE "N" TO DATOS-VALIDOS
           ELSE
           IF NUEVA-ETAPA = "A" AND
              REQUISICION-CUBIERTOS NOT < REQUISICION-PUESTOS
               DISPLAY "La requisicion ya tiene cubiertos todos sus "
                       "puestos."
               MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S" AND NUEVA-ETAPA = "O"
               PERFORM PEDIR-SALARIO-OFERTA.
           IF DATOS-VALIDOS = "S" AND NUEVA-ETAPA = "A"
               PERFORM PEDIR-DATOS-ALTA.

       COMPARAR-ETAPA-NUEVA.
           IF ETAPA-CODIGO (SUB-E) = NUEVA-ETAPA
               MOVE SUB-E TO ORDEN-NUEVO.
           ADD 1 TO SUB-E.

       PEDIR-SALARIO-OFERTA.
           MOVE REQUISICION-SALARIO TO SALARIO-EDITADO.
           DISPLAY "Salario mensual ofertado (cero o en blanco el de "
                   "la requisicion, " SALARIO-EDITADO "): ".
           ACCEPT SALARIO-ENTRADA.
           IF SALARIO-ENTRADA = 0
               MOVE REQUISICION-SALARIO TO SALARIO-ENTRADA.
           MOVE SALARIO-ENTRADA TO CANDIDATO-SALARIO-OFERTA.

       PEDIR-DATOS-ALTA.
      *Se completan aqui los datos que CARGA-ALTAS necesita para dar
      *de alta al candidato, con sus mismas validaciones.
      *La cola solo trae el primer apellido: se pueden completar.
           DISPLAY "Apellidos completos (en blanco "
                   CANDIDATO-APELLIDOS "): ".
           MOVE SPACE TO APELLIDOS-ENTRADA.
           ACCEPT APELLIDOS-ENTRADA.
           IF APELLIDOS-ENTRADA NOT = SPACE
               MOVE APELLIDOS-ENTRADA TO CANDIDATO-APELLIDOS.
           DISPLAY "Fecha de nacimiento (AAAAMMDD): ".
           ACCEPT FECHA-ENTRADA-X.
           IF FECHA-ENTRADA-X NOT NUMERIC
               DISPLAY "Fecha invalida, deben ser 8 digitos AAAAMMDD."
               MOVE "N" TO DATOS-VALIDOS
           ELSE
               PERFORM VALIDAR-EDAD-CANDIDATO.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Telefono (9 digitos): "
               MOVE SPACE TO TELEFONO-ENTRADA
               ACCEPT TELEFONO-ENTRADA
               IF TELEFONO-ENTRADA (10:3) NOT = SPACE OR
                  TELEFONO-ENTRADA (1:9) NOT NUMERIC
                   DISPLAY "Telefono invalido."
                   MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Direccion: "
               MOVE SPACE TO DIRECCION-ENTRADA
               ACCEPT DIRECCION-ENTRADA
               IF DIRECCION-ENTRADA = SPACE
                   DISPLAY "La direccion es obligatoria."
                   MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               MOVE FECHA-ENTRADA-X TO CANDIDATO-FECHA-NACIMIENTO
               MOVE TELEFONO-ENTRADA TO CANDIDATO-TELEFONO
               MOVE DIRECCION-ENTRADA TO CANDIDATO-DIRECCION
               MOVE REQUISICION-DEPARTAMENTO TO CANDIDATO-DEPARTAMENTO
               MOVE REQUISICION-GRADO TO CANDIDATO-GRADO
               DISPLAY "Contacto de emergencia, nombre (opcional): "
               ACCEPT CANDIDATO-CONTACTO-NOMBRE
               DISPLAY "Parentesco del contacto: "
               ACCEPT CANDIDATO-CONTACTO-PARENTESCO
               DISPLAY "Telefono del contacto: "
               ACCEPT CANDIDATO-CONTACTO-TELEFONO.

       VALIDAR-EDAD-CANDIDATO.
           COMPUTE EDAD-CALCULADA = HOY-ANIO - ENTRADA-ANIO.
           IF HOY-MES < ENTRADA-MES OR
              (HOY-MES = ENTRADA-MES AND HOY-DIA < ENTRADA-DIA)
               SUBTRACT 1 FROM EDAD-CALCULADA.
           IF NOT EDAD-EN-RANGO-VALIDO
               DISPLAY "Edad fuera de rango."
               MOVE "N" TO DATOS-VALIDOS.

       GRABAR-NUEVA-ETAPA.
           MOVE NUEVA-ETAPA TO CANDIDATO-ESTADO.
           MOVE FECHA-DE-HOY TO CANDIDATO-FECHA-ESTADO.
           REWRITE CANDIDATO-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el candidato."
                   MOVE "N" TO DATOS-VALIDOS
           END-REWRITE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-CAMBIOS-ETAPA
               PERFORM BUSCAR-TEXTO-ETAPA
               DISPLAY "Candidato " CANDIDATO-NUMERO " pasa a "
                       ETAPA-TEXTO-ACTUAL.
           IF DATOS-VALIDOS = "S" AND CANDIDATO-ACEPTADO
               PERFORM CUBRIR-PUESTO
               DISPLAY "Se dara de alta en la proxima CARGA-ALTAS.".

       CUBRIR-PUESTO.
      *Cada aceptado cubre un puesto; con todos cubiertos la
      *requisicion se cierra y los que seguian en proceso quedan
      *rechazados.
           ADD 1 TO REQUISICION-CUBIERTOS.
           IF REQUISICION-CUBIERTOS NOT < REQUISICION-PUESTOS
               MOVE "C" TO REQUISICION-ESTADO
               MOVE FECHA-DE-HOY TO REQUISICION-FECHA-CIERRE.
           REWRITE REQUISICION-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar la requisicion."
           END-REWRITE.
           IF REQUISICION-CUBIERTA
               PERFORM RECHAZAR-CANDIDATOS-EN-CURSO
               DISPLAY "Requisicion " REQUISICION-ID " cubierta.".

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

       END PROGRAM SELECCION-CANDIDATOS.

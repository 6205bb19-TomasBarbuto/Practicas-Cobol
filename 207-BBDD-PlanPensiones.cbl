       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PLAN-PENSIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de participes del plan de pensiones.
       COPY "copybooks/28-PhPlanPensiones.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-PhAuditoria.cbl".
      *Archivo contador de secuencia de auditoria.
       COPY "copybooks/28-PhSecuenciaAuditoria.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de participes del plan de pensiones.
       COPY "copybooks/28-LoPlanPensiones.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-LoAuditoria.cbl".
      *Archivo contador de secuencia de auditoria.
       COPY "copybooks/28-LoSecuenciaAuditoria.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  OPCION PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  DATOS-VALIDOS PIC X.
       77  FECHA-VALIDA PIC X.
       77  FIN-PLAN-PENSIONES PIC X.
       77  PARTICIPE-EN-VIGOR PIC X.
       77  CONT-INCORPORADOS PIC 9(5) COMP VALUE 0.
       77  CONT-FINALIZADOS PIC 9(5) COMP VALUE 0.

       01  ID-EMPLEADO PIC X(6).
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
       01  FECHA-DESDE PIC 9(8).
       01  FECHA-HASTA PIC 9(8).

      *Datos tecleados de la incorporacion al plan. Los porcentajes
      *son del bruto del mes y cada uno admite hasta el tope de
      *aportacion que fija el reglamento del plan.
       01  PARTICIPE-ENTRADA PIC X(12).
       01  PORCENTAJE-TRABAJADOR-ENTRADA PIC 9(3)V99.
       01  PORCENTAJE-EMPRESA-ENTRADA PIC 9(3)V99.
       01  PORCENTAJE-MAXIMO PIC 9(3)V99 VALUE 20.

      *Incorporacion en vigor del empleado, localizada al recorrer
      *sus incorporaciones.
       01  CLAVE-EN-VIGOR.
           05 EN-VIGOR-EMPLEADOS-ID PIC X(6).
           05 EN-VIGOR-FECHA-DESDE PIC 9(8).

      *Imagen legible de una incorporacion al plan que se graba en
      *los valores antes y despues del movimiento de auditoria.
       01  IMAGEN-PARTICIPE.
           05 FILLER PIC X(15) VALUE "PLAN PENSIONES ".
           05 IMAGEN-PARTICIPE-NUMERO PIC X(12).
           05 FILLER PIC X(7) VALUE " DESDE ".
           05 IMAGEN-DESDE PIC 9(8).
           05 FILLER PIC X(7) VALUE " HASTA ".
           05 IMAGEN-HASTA PIC 9(8).
           05 FILLER PIC X(12) VALUE " TRABAJADOR ".
           05 IMAGEN-TRABAJADOR PIC ZZ9.99.
           05 FILLER PIC X(10) VALUE "% EMPRESA ".
           05 IMAGEN-EMPRESA PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE "%".

       01  VALOR-ANTES-AUDITORIA PIC X(400).
       01  VALOR-DESPUES-AUDITORIA PIC X(400).

       01  PORCENTAJE-EDITADO PIC ZZ9.99.

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de participes del plan de pensiones.
       COPY "copybooks/28-EstadoPlanPensiones.cbl".
      *Estado del archivo de auditoria.
       COPY "copybooks/28-EstadoAuditoria.cbl".
      *Estado y clave del contador de secuencia de auditoria.
       COPY "copybooks/28-EstadoSecuenciaAuditoria.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO = "S"
               PERFORM ELEGIR-OPCION
               PERFORM PROCEDIMIENTO-DE-APERTURA
               MOVE "S" TO SI-NO
               IF OPCION = "A"
                   MOVE "¿Desea incorporar a otro empleado?"
                       TO PREGUNTA-REINICIO
                   PERFORM INCORPORAR-EMPLEADO
                   UNTIL SI-NO = "N"
               ELSE
                   MOVE "¿Desea dar otra salida del plan?"
                       TO PREGUNTA-REINICIO
                   PERFORM FINALIZAR-PARTICIPACION
                   UNTIL SI-NO = "N"
               END-IF
               PERFORM PROCEDIMIENTO-DE-CIERRE
               DISPLAY "Incorporaciones: " CONT-INCORPORADOS
                       " Salidas: " CONT-FINALIZADOS
           ELSE
               DISPLAY "Acceso denegado.".

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *Los porcentajes del plan cambian lo que se descuenta al
      *empleado y lo que aporta la empresa: su mantenimiento
      *requiere rol de supervisor.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       ELEGIR-OPCION.
           MOVE SPACE TO OPCION.
           PERFORM PREGUNTAR-OPCION
           UNTIL OPCION = "A" OR OPCION = "F".

       PREGUNTAR-OPCION.
           DISPLAY "A - Incorporar un empleado al plan de pensiones".
           DISPLAY "F - Dar la salida del plan a un empleado".
           ACCEPT OPCION.
           IF OPCION = "a"
               MOVE "A" TO OPCION.
           IF OPCION = "f"
               MOVE "F" TO OPCION.
           IF OPCION NOT = "A" AND OPCION NOT = "F"
               DISPLAY "Debes introducir A/F.".

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           PERFORM ABRIR-PLAN-PENSIONES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE PLAN-PENSIONES-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-PLAN.

       ABRIR-PLAN-PENSIONES.
      *El archivo de participes es indexado. Si todavia no existe lo
      *creamos antes de abrirlo en modo aleatorio.
           OPEN I-O PLAN-PENSIONES-ARCHIVO.
           IF PLAN-PENSIONES-STATUS = "35"
               OPEN OUTPUT PLAN-PENSIONES-ARCHIVO
               CLOSE PLAN-PENSIONES-ARCHIVO
               OPEN I-O PLAN-PENSIONES-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       COMPROBAR-ESTADO-PLAN.
           IF PLAN-PENSIONES-STATUS NOT = "00" AND
              PLAN-PENSIONES-STATUS NOT = "97"
               DISPLAY "Estado de archivo de participes inesperado: "
                       PLAN-PENSIONES-STATUS.

       INCORPORAR-EMPLEADO.
           PERFORM OBTENER-EMPLEADO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM OBTENER-DATOS-PARTICIPE
               IF DATOS-VALIDOS = "S"
                   PERFORM BUSCAR-PARTICIPE-EN-VIGOR
                   IF PARTICIPE-EN-VIGOR = "S"
                       DISPLAY "El empleado ya esta en el plan desde "
                               "el " EN-VIGOR-FECHA-DESDE "; de su "
                               "salida antes de grabar otra "
                               "incorporacion."
                   ELSE
                       PERFORM GRABAR-PARTICIPE.
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
               DISPLAY "El empleado esta inactivo, no se le puede "
                       "incorporar al plan."
               MOVE "N" TO REGISTRO-ENCONTRADO.

       OBTENER-DATOS-PARTICIPE.
      *Un cambio de porcentajes se graba dando la salida de la
      *incorporacion en vigor y una incorporacion nueva desde el
      *dia siguiente, para que la nomina de cada mes aplique los
      *que regian.
           MOVE "S" TO DATOS-VALIDOS.
           DISPLAY "Numero de participe en la entidad gestora: ".
           MOVE SPACE TO PARTICIPE-ENTRADA.
           ACCEPT PARTICIPE-ENTRADA.
           IF PARTICIPE-ENTRADA = SPACE
               DISPLAY "El numero de participe es obligatorio."
               MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               MOVE PORCENTAJE-MAXIMO TO PORCENTAJE-EDITADO
               DISPLAY "Aportacion del trabajador en % del bruto "
                       "(0 a " PORCENTAJE-EDITADO "): "
               MOVE ZERO TO PORCENTAJE-TRABAJADOR-ENTRADA
               ACCEPT PORCENTAJE-TRABAJADOR-ENTRADA
               DISPLAY "Aportacion de la empresa en % del bruto "
                       "(0 a " PORCENTAJE-EDITADO "): "
               MOVE ZERO TO PORCENTAJE-EMPRESA-ENTRADA
               ACCEPT PORCENTAJE-EMPRESA-ENTRADA
               IF PORCENTAJE-TRABAJADOR-ENTRADA > PORCENTAJE-MAXIMO OR
                  PORCENTAJE-EMPRESA-ENTRADA > PORCENTAJE-MAXIMO
                   DISPLAY "Porcentaje por encima del tope del plan."
                   MOVE "N" TO DATOS-VALIDOS
               ELSE
                   IF PORCENTAJE-TRABAJADOR-ENTRADA = 0 AND
                      PORCENTAJE-EMPRESA-ENTRADA = 0
                       DISPLAY "Al menos una de las dos aportaciones "
                               "debe ser mayor que cero."
                       MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               MOVE "S" TO FECHA-VALIDA
               DISPLAY "Fecha de incorporacion al plan (AAAAMMDD): "
               ACCEPT FECHA-ENTRADA-X
               PERFORM VALIDAR-FECHA-ENTRADA
               MOVE FECHA-VALIDA TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               MOVE FECHA-ENTRADA-9 TO FECHA-DESDE
               IF FECHA-DESDE < EMPLEADOS-FECHA-ALTA
                   DISPLAY "La fecha de incorporacion es anterior al "
                           "alta del empleado."
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

       BUSCAR-PARTICIPE-EN-VIGOR.
      *Se recorren las incorporaciones del empleado con la clave
      *parcial. Sigue en vigor la que no tiene fecha de salida o la
      *tiene en o despues de FECHA-DESDE; para dar la salida
      *FECHA-DESDE es la fecha de hoy.
           MOVE "N" TO PARTICIPE-EN-VIGOR.
           MOVE "N" TO FIN-PLAN-PENSIONES.
           MOVE ID-EMPLEADO TO PLANPEN-EMPLEADOS-ID.
           MOVE ZEROES TO PLANPEN-FECHA-DESDE.
           START PLAN-PENSIONES-ARCHIVO
               KEY IS NOT LESS THAN PLANPEN-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-PLAN-PENSIONES
           END-START.
           PERFORM LEER-PARTICIPE-EMPLEADO
           UNTIL FIN-PLAN-PENSIONES = "S".

       LEER-PARTICIPE-EMPLEADO.
           READ PLAN-PENSIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PLAN-PENSIONES
           END-READ.
           IF FIN-PLAN-PENSIONES = "N"
               IF PLANPEN-EMPLEADOS-ID NOT = ID-EMPLEADO
                   MOVE "S" TO FIN-PLAN-PENSIONES
               ELSE
                   IF PLANPEN-FECHA-HASTA = 0 OR
                      PLANPEN-FECHA-HASTA NOT < FECHA-DESDE
                       MOVE "S" TO PARTICIPE-EN-VIGOR
                       MOVE PLANPEN-CLAVE TO CLAVE-EN-VIGOR.

       GRABAR-PARTICIPE.
           MOVE SPACE TO PLANPEN-REGISTRO.
           MOVE ID-EMPLEADO TO PLANPEN-EMPLEADOS-ID.
           MOVE FECHA-DESDE TO PLANPEN-FECHA-DESDE.
           MOVE PARTICIPE-ENTRADA TO PLANPEN-PARTICIPE.
           MOVE ZEROES TO PLANPEN-FECHA-HASTA.
           MOVE PORCENTAJE-TRABAJADOR-ENTRADA
               TO PLANPEN-PORCENTAJE-TRABAJADOR.
           MOVE PORCENTAJE-EMPRESA-ENTRADA
               TO PLANPEN-PORCENTAJE-EMPRESA.
           WRITE PLANPEN-REGISTRO
               INVALID KEY
                   DISPLAY "Ya existe una incorporacion del empleado "
                           "con la misma fecha."
                   MOVE "N" TO DATOS-VALIDOS
           END-WRITE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-INCORPORADOS
               MOVE SPACE TO VALOR-ANTES-AUDITORIA
               PERFORM FORMAR-IMAGEN-PARTICIPE
               MOVE IMAGEN-PARTICIPE TO VALOR-DESPUES-AUDITORIA
               PERFORM ESCRIBIR-AUDITORIA-PLAN
               DISPLAY "Empleado " ID-EMPLEADO " incorporado al plan "
                       "de pensiones.".

       FORMAR-IMAGEN-PARTICIPE.
           MOVE PLANPEN-PARTICIPE TO IMAGEN-PARTICIPE-NUMERO.
           MOVE PLANPEN-FECHA-DESDE TO IMAGEN-DESDE.
           MOVE PLANPEN-FECHA-HASTA TO IMAGEN-HASTA.
           MOVE PLANPEN-PORCENTAJE-TRABAJADOR TO IMAGEN-TRABAJADOR.
           MOVE PLANPEN-PORCENTAJE-EMPRESA TO IMAGEN-EMPRESA.

       FINALIZAR-PARTICIPACION.
           PERFORM OBTENER-EMPLEADO.
           IF REGISTRO-ENCONTRADO = "S"
               MOVE FECHA-DE-HOY TO FECHA-DESDE
               PERFORM BUSCAR-PARTICIPE-EN-VIGOR
               IF PARTICIPE-EN-VIGOR = "N"
                   DISPLAY "El empleado no esta en el plan de "
                           "pensiones."
               ELSE
                   PERFORM PEDIR-FECHA-SALIDA.
           PERFORM REINICIAR.

       PEDIR-FECHA-SALIDA.
           MOVE CLAVE-EN-VIGOR TO PLANPEN-CLAVE.
           READ PLAN-PENSIONES-ARCHIVO
               INVALID KEY
                   DISPLAY "La incorporacion ya no existe."
           END-READ.
           PERFORM FORMAR-IMAGEN-PARTICIPE.
           DISPLAY "Incorporacion en vigor: " IMAGEN-PARTICIPE.
           MOVE "S" TO FECHA-VALIDA.
           DISPLAY "Ultimo dia en el plan (AAAAMMDD): ".
           ACCEPT FECHA-ENTRADA-X.
           PERFORM VALIDAR-FECHA-ENTRADA.
           IF FECHA-VALIDA = "S"
               MOVE FECHA-ENTRADA-9 TO FECHA-HASTA
               IF FECHA-HASTA < EN-VIGOR-FECHA-DESDE
                   DISPLAY "La fecha de salida es anterior a la de "
                           "incorporacion."
               ELSE
                   PERFORM GRABAR-SALIDA-PLAN.

       GRABAR-SALIDA-PLAN.
           MOVE CLAVE-EN-VIGOR TO PLANPEN-CLAVE.
           MOVE "S" TO DATOS-VALIDOS.
           READ PLAN-PENSIONES-ARCHIVO
               INVALID KEY
                   DISPLAY "La incorporacion ya no existe."
                   MOVE "N" TO DATOS-VALIDOS
           END-READ.
           IF DATOS-VALIDOS = "S"
               PERFORM FORMAR-IMAGEN-PARTICIPE
               MOVE IMAGEN-PARTICIPE TO VALOR-ANTES-AUDITORIA
               MOVE FECHA-HASTA TO PLANPEN-FECHA-HASTA
               REWRITE PLANPEN-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar la salida del plan."
                       MOVE "N" TO DATOS-VALIDOS
               END-REWRITE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-FINALIZADOS
               PERFORM FORMAR-IMAGEN-PARTICIPE
               MOVE IMAGEN-PARTICIPE TO VALOR-DESPUES-AUDITORIA
               PERFORM ESCRIBIR-AUDITORIA-PLAN
               DISPLAY "Salida del plan grabada el " FECHA-HASTA ".".

       ESCRIBIR-AUDITORIA-PLAN.
      *Los valores antes y despues ya vienen cargados con la imagen
      *legible de la incorporacion; el movimiento se marca como de
      *complemento para que el historial de cambios lo muestre tal
      *cual en lugar de compararlo campo a campo.
           OPEN EXTEND EMPLEADOS-AUDITORIA.
           IF AUDITORIA-ARCHIVO-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-AUDITORIA.
           MOVE SPACE TO AUDITORIA-REGISTRO.
           ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE "C" TO AUDITORIA-OPERACION.
           MOVE ID-EMPLEADO TO AUDITORIA-EMPLEADOS-ID.
           MOVE SESION-OPERADOR-ID TO AUDITORIA-OPERADOR-ID.
           MOVE VALOR-ANTES-AUDITORIA TO AUDITORIA-VALOR-ANTES.
           MOVE VALOR-DESPUES-AUDITORIA TO AUDITORIA-VALOR-DESPUES.
           PERFORM ASIGNAR-SECUENCIA-AUDITORIA.
           WRITE AUDITORIA-REGISTRO.
           CLOSE EMPLEADOS-AUDITORIA.

       ASIGNAR-SECUENCIA-AUDITORIA.
      *Obtiene la siguiente secuencia monotona del contador y la
      *estampa en el movimiento antes de escribirlo. El contador se
      *abre y cierra aqui mismo para no tocar las aperturas de cada
      *programa.
           OPEN I-O SECUENCIA-AUDITORIA-ARCHIVO.
           IF SECUENCIA-AUDITORIA-STATUS = "35"
               OPEN OUTPUT SECUENCIA-AUDITORIA-ARCHIVO
               MOVE ZEROES TO SECUENCIA-AUDITORIA-ULTIMA
               WRITE SECUENCIA-AUDITORIA-REGISTRO
               CLOSE SECUENCIA-AUDITORIA-ARCHIVO
               OPEN I-O SECUENCIA-AUDITORIA-ARCHIVO.
           READ SECUENCIA-AUDITORIA-ARCHIVO
               INVALID KEY
                   MOVE ZEROES TO SECUENCIA-AUDITORIA-ULTIMA
           END-READ.
           ADD 1 TO SECUENCIA-AUDITORIA-ULTIMA.
           REWRITE SECUENCIA-AUDITORIA-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar la secuencia de "
                           "auditoria."
           END-REWRITE.
           MOVE SECUENCIA-AUDITORIA-ULTIMA TO AUDITORIA-SECUENCIA.
           CLOSE SECUENCIA-AUDITORIA-ARCHIVO.

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

       END PROGRAM MANTENIMIENTO-PLAN-PENSIONES.

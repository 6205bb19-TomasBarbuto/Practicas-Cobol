       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-SUCESION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Plan de sucesion de los puestos clave.
       COPY "copybooks/28-PhSucesiones.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Plan de sucesion de los puestos clave.
       COPY "copybooks/28-LoSucesiones.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  PLAN-EXISTE PIC X.
       77  SUCESOR-ACEPTADO PIC X.
       77  SUB-S PIC 9(1) COMP VALUE 0.
       77  CONT-SUCESORES PIC 9(1) COMP VALUE 0.
       77  CONT-GRABADOS PIC 9(5) COMP VALUE 0.
       77  CONT-ELIMINADOS PIC 9(5) COMP VALUE 0.

       01  FECHA-DE-HOY PIC 9(8).
       01  PREGUNTA-REINICIO PIC X(40).

       01  DEPARTAMENTO-ENTRADA PIC X(4).
       01  ID-SUCESOR PIC X(6).
       01  SUB-S-EDITADO PIC 9.

      *Preparacion del sucesor: 1 listo ya, 2 en uno o dos anios,
      *3 en tres anios o mas.
       01  PREPARACION-ENTRADA PIC X(1).
           88 PREPARACION-VALIDA VALUE "1" "2" "3".

      *Fecha de la revision del plan; en blanco se toma la de hoy.
       01  FECHA-REVISION-X PIC X(8).
       01  FECHA-REVISION REDEFINES FECHA-REVISION-X PIC 9(8).

       01  PREPARACION-TEXTO PIC X(15).

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del plan de sucesion de los puestos clave.
       COPY "copybooks/28-EstadoSucesiones.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO = "S"
               PERFORM PROCEDIMIENTO-DE-APERTURA
               MOVE "S" TO SI-NO
               MOVE "¿Desea revisar otro puesto clave?"
                   TO PREGUNTA-REINICIO
               PERFORM REVISAR-PLAN
               UNTIL SI-NO = "N"
               PERFORM PROCEDIMIENTO-DE-CIERRE
               DISPLAY "Planes grabados: " CONT-GRABADOS
                       " Eliminados: " CONT-ELIMINADOS
           ELSE
               DISPLAY "Acceso denegado.".

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *El plan de sucesion nombra a quien sustituiria a cada
      *responsable: requiere rol de supervisor.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           PERFORM ABRIR-SUCESIONES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.
           CLOSE SUCESIONES-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-SUCESIONES.

       ABRIR-SUCESIONES.
      *El plan de sucesion es indexado. Si todavia no existe lo
      *creamos antes de abrirlo en modo aleatorio.
           OPEN I-O SUCESIONES-ARCHIVO.
           IF SUCESIONES-STATUS = "35"
               OPEN OUTPUT SUCESIONES-ARCHIVO
               CLOSE SUCESIONES-ARCHIVO
               OPEN I-O SUCESIONES-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       COMPROBAR-ESTADO-SUCESIONES.
           IF SUCESIONES-STATUS NOT = "00" AND
              SUCESIONES-STATUS NOT = "97"
               DISPLAY "Estado de archivo de sucesiones "
                       "inesperado: " SUCESIONES-STATUS.

       REVISAR-PLAN.
           PERFORM OBTENER-PUESTO-CLAVE.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LEER-PLAN
               PERFORM CAPTURAR-SUCESOR
               VARYING SUB-S FROM 1 BY 1 UNTIL SUB-S > 3
               PERFORM GUARDAR-PLAN.
           PERFORM REINICIAR.

       OBTENER-PUESTO-CLAVE.
      *El puesto clave de cada departamento es su responsable: sin
      *responsable asignado no hay a quien suceder.
           DISPLAY "Codigo de departamento: ".
           ACCEPT DEPARTAMENTO-ENTRADA.
           MOVE DEPARTAMENTO-ENTRADA TO DEPARTAMENTOS-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "No existe ningun departamento con ese "
                           "codigo."
           END-READ.
           IF REGISTRO-ENCONTRADO = "S"
               IF DEPARTAMENTOS-RESPONSABLE-ID = SPACE
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "El departamento no tiene responsable "
                           "asignado."
               ELSE
                   DISPLAY "Departamento: " DEPARTAMENTOS-NOMBRE
                   DISPLAY "Responsable:  "
                           DEPARTAMENTOS-RESPONSABLE-ID " "
                           DEPARTAMENTOS-RESPONSABLE.

       LEER-PLAN.
           MOVE DEPARTAMENTO-ENTRADA TO SUCESION-DEPARTAMENTO.
           MOVE "S" TO PLAN-EXISTE.
           READ SUCESIONES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO PLAN-EXISTE
           END-READ.
           IF PLAN-EXISTE = "N"
               MOVE SPACE TO SUCESION-REGISTRO
               MOVE DEPARTAMENTO-ENTRADA TO SUCESION-DEPARTAMENTO
               MOVE ZEROES TO SUCESION-FECHA-REVISION
               DISPLAY "El puesto no tiene plan de sucesion."
           ELSE
               DISPLAY "Ultima revision: " SUCESION-FECHA-REVISION
               PERFORM MOSTRAR-SUCESOR
               VARYING SUB-S FROM 1 BY 1 UNTIL SUB-S > 3.

       MOSTRAR-SUCESOR.
           MOVE SUB-S TO SUB-S-EDITADO.
           IF SUCESION-SUCESOR-ID (SUB-S) = SPACE
               DISPLAY "Sucesor " SUB-S-EDITADO ": (ninguno)"
           ELSE
               PERFORM OBTENER-TEXTO-PREPARACION
               DISPLAY "Sucesor " SUB-S-EDITADO ": "
                       SUCESION-SUCESOR-ID (SUB-S) " "
                       PREPARACION-TEXTO.

       OBTENER-TEXTO-PREPARACION.
           IF SUCESOR-PREPARADO-YA (SUB-S)
               MOVE "LISTO YA" TO PREPARACION-TEXTO
           ELSE
           IF SUCESOR-UNO-DOS-ANIOS (SUB-S)
               MOVE "EN 1-2 ANIOS" TO PREPARACION-TEXTO
           ELSE
               MOVE "EN 3 O MAS" TO PREPARACION-TEXTO.

       CAPTURAR-SUCESOR.
           MOVE "N" TO SUCESOR-ACEPTADO.
           PERFORM PEDIR-SUCESOR
           UNTIL SUCESOR-ACEPTADO = "S".

       PEDIR-SUCESOR.
      *En blanco se conserva el sucesor actual y un asterisco deja
      *el hueco libre; un ID nuevo o repetido se vuelve a calificar.
           MOVE SUB-S TO SUB-S-EDITADO.
           DISPLAY "Sucesor " SUB-S-EDITADO
                   " (ID, en blanco conserva, * lo retira): ".
           ACCEPT ID-SUCESOR.
           IF ID-SUCESOR = SPACE
               MOVE "S" TO SUCESOR-ACEPTADO
           ELSE
           IF ID-SUCESOR = "*"
               MOVE SPACE TO SUCESION-SUCESOR-ID (SUB-S)
                             SUCESION-SUCESOR-DEPARTAMENTO (SUB-S)
                             SUCESION-PREPARACION (SUB-S)
               MOVE "S" TO SUCESOR-ACEPTADO
           ELSE
           IF ID-SUCESOR = DEPARTAMENTOS-RESPONSABLE-ID
               DISPLAY "El responsable no puede sucederse a si "
                       "mismo."
           ELSE
           IF SUB-S > 1 AND ID-SUCESOR = SUCESION-SUCESOR-ID (1)
               DISPLAY "Ese empleado ya figura como sucesor."
           ELSE
           IF SUB-S > 2 AND ID-SUCESOR = SUCESION-SUCESOR-ID (2)
               DISPLAY "Ese empleado ya figura como sucesor."
           ELSE
               PERFORM CALIFICAR-SUCESOR.

       CALIFICAR-SUCESOR.
           MOVE ID-SUCESOR TO EMPLEADOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "No existe ningun empleado con ese ID."
           END-READ.
           IF REGISTRO-ENCONTRADO = "S"
               IF NOT EMPLEADOS-ACTIVO
                   DISPLAY "El empleado esta dado de baja."
               ELSE
                   DISPLAY EMPLEADOS-NOMBRE " " EMPLEADOS-APELLIDOS
                           " (" EMPLEADOS-DEPARTAMENTO ")"
                   DISPLAY "Preparacion (1 listo ya, 2 en 1-2 anios, "
                           "3 en 3 o mas): "
                   ACCEPT PREPARACION-ENTRADA
                   IF NOT PREPARACION-VALIDA
                       DISPLAY "Debes introducir 1/2/3."
                   ELSE
                       MOVE ID-SUCESOR TO SUCESION-SUCESOR-ID (SUB-S)
                       MOVE EMPLEADOS-DEPARTAMENTO
                           TO SUCESION-SUCESOR-DEPARTAMENTO (SUB-S)
                       MOVE PREPARACION-ENTRADA
                           TO SUCESION-PREPARACION (SUB-S)
                       MOVE "S" TO SUCESOR-ACEPTADO.

       GUARDAR-PLAN.
      *Un plan sin ningun sucesor no se guarda: si existia se borra
      *y el puesto vuelve a salir como descubierto en el informe.
           MOVE ZERO TO CONT-SUCESORES.
           IF SUCESION-SUCESOR-ID (1) NOT = SPACE
               ADD 1 TO CONT-SUCESORES.
           IF SUCESION-SUCESOR-ID (2) NOT = SPACE
               ADD 1 TO CONT-SUCESORES.
           IF SUCESION-SUCESOR-ID (3) NOT = SPACE
               ADD 1 TO CONT-SUCESORES.
           IF CONT-SUCESORES = 0
               PERFORM ELIMINAR-PLAN
           ELSE
               PERFORM GRABAR-PLAN.

       ELIMINAR-PLAN.
           IF PLAN-EXISTE = "S"
               DELETE SUCESIONES-ARCHIVO
                   INVALID KEY
                       DISPLAY "Error al eliminar el plan."
                   NOT INVALID KEY
                       ADD 1 TO CONT-ELIMINADOS
                       DISPLAY "Plan de sucesion eliminado."
               END-DELETE
           ELSE
               DISPLAY "No se ha nombrado ningun sucesor.".

       GRABAR-PLAN.
           DISPLAY "Fecha de revision (AAAAMMDD, en blanco hoy): ".
           ACCEPT FECHA-REVISION-X.
           IF FECHA-REVISION-X NOT NUMERIC
               MOVE FECHA-DE-HOY TO FECHA-REVISION.
           MOVE FECHA-REVISION TO SUCESION-FECHA-REVISION.
           MOVE DEPARTAMENTOS-RESPONSABLE-ID
               TO SUCESION-RESPONSABLE-ID.
           MOVE SESION-OPERADOR-ID TO SUCESION-OPERADOR.
           IF PLAN-EXISTE = "S"
               REWRITE SUCESION-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar el plan."
                   NOT INVALID KEY
                       ADD 1 TO CONT-GRABADOS
                       DISPLAY "Plan de sucesion actualizado."
               END-REWRITE
           ELSE
               WRITE SUCESION-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el plan."
                   NOT INVALID KEY
                       ADD 1 TO CONT-GRABADOS
                       DISPLAY "Plan de sucesion grabado."
               END-WRITE.

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

       END PROGRAM PLAN-SUCESION.

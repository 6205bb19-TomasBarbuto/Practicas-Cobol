       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-SINDICATOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de sindicatos.
       COPY "copybooks/28-PhSindicatos.cbl".
      *Archivo de afiliaciones sindicales de los empleados.
       COPY "copybooks/28-PhAfiliaciones.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-PhAuditoria.cbl".
      *Archivo contador de secuencia de auditoria.
       COPY "copybooks/28-PhSecuenciaAuditoria.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de sindicatos.
       COPY "copybooks/28-LoSindicatos.cbl".
      *Archivo de afiliaciones sindicales de los empleados.
       COPY "copybooks/28-LoAfiliaciones.cbl".
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
       77  SINDICATO-EXISTE PIC X.
       77  FIN-AFILIACIONES PIC X.
       77  AFILIACION-EN-VIGOR PIC X.
       77  CUOTA-DEL-SINDICATO PIC X.
       77  CONT-SINDICATOS PIC 9(5) COMP VALUE 0.
       77  CONT-AFILIADOS PIC 9(5) COMP VALUE 0.
       77  CONT-FINALIZADAS PIC 9(5) COMP VALUE 0.

       01  ID-EMPLEADO PIC X(6).
       01  CODIGO-SINDICATO PIC X(4).
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

      *Cuota tecleada para el sindicato o para la afiliacion.
       01  TIPO-CUOTA-ENTRADA PIC X(1).
           88 TIPO-CUOTA-VALIDO VALUE "F" "P".
       01  IMPORTE-ENTRADA PIC 9(5)V99.
       01  PORCENTAJE-ENTRADA PIC 9(3)V99.

      *Afiliacion en vigor del empleado, localizada al recorrer sus
      *afiliaciones.
       01  CLAVE-EN-VIGOR.
           05 EN-VIGOR-EMPLEADOS-ID PIC X(6).
           05 EN-VIGOR-FECHA-DESDE PIC 9(8).

      *Imagen legible de un sindicato o de una afiliacion que se
      *graba en los valores antes y despues del movimiento de
      *auditoria.
       01  IMAGEN-SINDICATO.
           05 FILLER PIC X(10) VALUE "SINDICATO ".
           05 IMAGEN-CODIGO PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IMAGEN-NOMBRE PIC X(30).
           05 FILLER PIC X(6) VALUE " IBAN ".
           05 IMAGEN-IBAN PIC X(24).
           05 FILLER PIC X(7) VALUE " CUOTA ".
           05 IMAGEN-TIPO PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IMAGEN-IMPORTE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 IMAGEN-PORCENTAJE PIC ZZ9.99.
           05 FILLER PIC X(8) VALUE " ESTADO ".
           05 IMAGEN-ESTADO PIC X(1).
       01  IMAGEN-AFILIACION.
           05 FILLER PIC X(11) VALUE "AFILIACION ".
           05 IMAGEN-AFI-SINDICATO PIC X(4).
           05 FILLER PIC X(7) VALUE " DESDE ".
           05 IMAGEN-AFI-DESDE PIC 9(8).
           05 FILLER PIC X(7) VALUE " HASTA ".
           05 IMAGEN-AFI-HASTA PIC 9(8).
           05 FILLER PIC X(7) VALUE " CUOTA ".
           05 IMAGEN-AFI-TIPO PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IMAGEN-AFI-IMPORTE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 IMAGEN-AFI-PORCENTAJE PIC ZZ9.99.

       01  VALOR-ANTES-AUDITORIA PIC X(400).
       01  VALOR-DESPUES-AUDITORIA PIC X(400).

       01  IMPORTE-EDITADO PIC ZZ,ZZ9.99.
       01  PORCENTAJE-EDITADO PIC ZZ9.99.

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de sindicatos.
       COPY "copybooks/28-EstadoSindicatos.cbl".
      *Estado del archivo de afiliaciones sindicales.
       COPY "copybooks/28-EstadoAfiliaciones.cbl".
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
               IF OPCION = "S"
                   MOVE "¿Desea mantener otro sindicato?"
                       TO PREGUNTA-REINICIO
                   PERFORM MANTENER-SINDICATO
                   UNTIL SI-NO = "N"
               ELSE
               IF OPCION = "A"
                   MOVE "¿Desea afiliar a otro empleado?"
                       TO PREGUNTA-REINICIO
                   PERFORM AFILIAR-EMPLEADO
                   UNTIL SI-NO = "N"
               ELSE
                   MOVE "¿Desea finalizar otra afiliacion?"
                       TO PREGUNTA-REINICIO
                   PERFORM FINALIZAR-AFILIACION
                   UNTIL SI-NO = "N"
               END-IF
               END-IF
               PERFORM PROCEDIMIENTO-DE-CIERRE
               DISPLAY "Sindicatos grabados: " CONT-SINDICATOS
                       " Afiliaciones: " CONT-AFILIADOS
                       " Finalizadas: " CONT-FINALIZADAS
           ELSE
               DISPLAY "Acceso denegado.".

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *La afiliacion cambia lo que se retiene al empleado y a quien
      *se remite: su mantenimiento requiere rol de supervisor.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       ELEGIR-OPCION.
           MOVE SPACE TO OPCION.
           PERFORM PREGUNTAR-OPCION
           UNTIL OPCION = "S" OR OPCION = "A" OR OPCION = "F".

       PREGUNTAR-OPCION.
           DISPLAY "S - Maestro de sindicatos".
           DISPLAY "A - Afiliar un empleado a un sindicato".
           DISPLAY "F - Finalizar la afiliacion de un empleado".
           ACCEPT OPCION.
           IF OPCION = "s"
               MOVE "S" TO OPCION.
           IF OPCION = "a"
               MOVE "A" TO OPCION.
           IF OPCION = "f"
               MOVE "F" TO OPCION.
           IF OPCION NOT = "S" AND OPCION NOT = "A" AND
              OPCION NOT = "F"
               DISPLAY "Debes introducir S/A/F.".

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           PERFORM ABRIR-SINDICATOS.
           PERFORM ABRIR-AFILIACIONES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE SINDICATOS-ARCHIVO.
           CLOSE AFILIACIONES-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-AFILIACIONES.

       ABRIR-SINDICATOS.
      *El maestro de sindicatos es indexado. Si todavia no existe lo
      *creamos antes de abrirlo en modo aleatorio.
           OPEN I-O SINDICATOS-ARCHIVO.
           IF SINDICATOS-ARCHIVO-STATUS = "35"
               OPEN OUTPUT SINDICATOS-ARCHIVO
               CLOSE SINDICATOS-ARCHIVO
               OPEN I-O SINDICATOS-ARCHIVO.

       ABRIR-AFILIACIONES.
      *Crear el archivo de afiliaciones, aunque sea vacio, hace que
      *la nomina deje de aplicar la cuota plana del maestro de
      *deducciones y cobre solo a los afiliados.
           OPEN I-O AFILIACIONES-ARCHIVO.
           IF AFILIACIONES-ARCHIVO-STATUS = "35"
               OPEN OUTPUT AFILIACIONES-ARCHIVO
               CLOSE AFILIACIONES-ARCHIVO
               OPEN I-O AFILIACIONES-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       COMPROBAR-ESTADO-AFILIACIONES.
           IF AFILIACIONES-ARCHIVO-STATUS NOT = "00" AND
              AFILIACIONES-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo de afiliaciones "
                       "inesperado: " AFILIACIONES-ARCHIVO-STATUS.

       MANTENER-SINDICATO.
      *Un codigo nuevo da de alta el sindicato; uno existente se
      *muestra y se sustituye por los datos tecleados. La cuota del
      *maestro solo se propone en las afiliaciones nuevas: las que
      *ya estan grabadas conservan la suya.
           DISPLAY "Codigo del sindicato (4 caracteres): ".
           ACCEPT CODIGO-SINDICATO.
           MOVE CODIGO-SINDICATO TO SINDICATO-CODIGO.
           MOVE "S" TO SINDICATO-EXISTE.
           READ SINDICATOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO SINDICATO-EXISTE
           END-READ.
           MOVE SPACE TO VALOR-ANTES-AUDITORIA.
           IF SINDICATO-EXISTE = "S"
               PERFORM FORMAR-IMAGEN-SINDICATO
               MOVE IMAGEN-SINDICATO TO VALOR-ANTES-AUDITORIA
               DISPLAY "Sindicato actual: " IMAGEN-SINDICATO.
           IF CODIGO-SINDICATO = SPACE
               DISPLAY "El codigo del sindicato es obligatorio."
           ELSE
               PERFORM OBTENER-DATOS-SINDICATO
               IF DATOS-VALIDOS = "S"
                   PERFORM GRABAR-SINDICATO.
           PERFORM REINICIAR.

       OBTENER-DATOS-SINDICATO.
           MOVE "S" TO DATOS-VALIDOS.
           MOVE CODIGO-SINDICATO TO SINDICATO-CODIGO.
           DISPLAY "Nombre (30 caracteres): ".
           ACCEPT SINDICATO-NOMBRE.
           DISPLAY "IBAN de la cuenta de remesa: ".
           ACCEPT SINDICATO-IBAN.
           PERFORM OBTENER-CUOTA.
           MOVE TIPO-CUOTA-ENTRADA TO SINDICATO-TIPO-CUOTA.
           MOVE IMPORTE-ENTRADA TO SINDICATO-CUOTA-IMPORTE.
           MOVE PORCENTAJE-ENTRADA TO SINDICATO-CUOTA-PORCENTAJE-BRUTO.
           DISPLAY "Estado (A = activo, B = de baja): ".
           ACCEPT SINDICATO-ESTADO.
           IF SINDICATO-ESTADO = "a"
               MOVE "A" TO SINDICATO-ESTADO.
           IF SINDICATO-ESTADO = "b"
               MOVE "B" TO SINDICATO-ESTADO.
           IF SINDICATO-NOMBRE = SPACE
               DISPLAY "El nombre es obligatorio."
               MOVE "N" TO DATOS-VALIDOS.
           IF SINDICATO-IBAN = SPACE
               DISPLAY "La cuenta de remesa es obligatoria."
               MOVE "N" TO DATOS-VALIDOS.
           IF NOT SINDICATO-ACTIVO AND NOT SINDICATO-DE-BAJA
               DISPLAY "El estado debe ser A o B."
               MOVE "N" TO DATOS-VALIDOS.

       OBTENER-CUOTA.
      *Cuota fija mensual o porcentaje del bruto del mes; el dato
      *que no corresponde al tipo queda a cero.
           MOVE ZERO TO IMPORTE-ENTRADA.
           MOVE ZERO TO PORCENTAJE-ENTRADA.
           MOVE SPACE TO TIPO-CUOTA-ENTRADA.
           PERFORM PREGUNTAR-TIPO-CUOTA
           UNTIL TIPO-CUOTA-VALIDO.
           IF TIPO-CUOTA-ENTRADA = "F"
               DISPLAY "Cuota mensual: "
               ACCEPT IMPORTE-ENTRADA
               IF IMPORTE-ENTRADA = 0
                   DISPLAY "La cuota debe ser mayor que cero."
                   MOVE "N" TO DATOS-VALIDOS
               END-IF
           ELSE
               DISPLAY "Porcentaje del bruto mensual: "
               ACCEPT PORCENTAJE-ENTRADA
               IF PORCENTAJE-ENTRADA = 0 OR PORCENTAJE-ENTRADA > 10
                   DISPLAY "El porcentaje debe estar entre 0,01 y "
                           "10."
                   MOVE "N" TO DATOS-VALIDOS.

       PREGUNTAR-TIPO-CUOTA.
           DISPLAY "Tipo de cuota (F = fija, P = porcentaje): ".
           ACCEPT TIPO-CUOTA-ENTRADA.
           IF TIPO-CUOTA-ENTRADA = "f"
               MOVE "F" TO TIPO-CUOTA-ENTRADA.
           IF TIPO-CUOTA-ENTRADA = "p"
               MOVE "P" TO TIPO-CUOTA-ENTRADA.
           IF NOT TIPO-CUOTA-VALIDO
               DISPLAY "Debes introducir F/P.".

       GRABAR-SINDICATO.
           IF SINDICATO-EXISTE = "S"
               REWRITE SINDICATO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar el sindicato."
                       MOVE "N" TO DATOS-VALIDOS
               END-REWRITE
           ELSE
               WRITE SINDICATO-REGISTRO
                   INVALID KEY
                       DISPLAY "Ya existe un sindicato con ese "
                               "codigo."
                       MOVE "N" TO DATOS-VALIDOS
               END-WRITE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-SINDICATOS
               PERFORM FORMAR-IMAGEN-SINDICATO
               MOVE SPACE TO ID-EMPLEADO
               MOVE IMAGEN-SINDICATO TO VALOR-DESPUES-AUDITORIA
               PERFORM ESCRIBIR-AUDITORIA-SINDICAL
               DISPLAY "Sindicato " CODIGO-SINDICATO " grabado.".

       FORMAR-IMAGEN-SINDICATO.
           MOVE SINDICATO-CODIGO TO IMAGEN-CODIGO.
           MOVE SINDICATO-NOMBRE TO IMAGEN-NOMBRE.
           MOVE SINDICATO-IBAN TO IMAGEN-IBAN.
           MOVE SINDICATO-TIPO-CUOTA TO IMAGEN-TIPO.
           MOVE SINDICATO-CUOTA-IMPORTE TO IMAGEN-IMPORTE.
           MOVE SINDICATO-CUOTA-PORCENTAJE-BRUTO TO IMAGEN-PORCENTAJE.
           MOVE SINDICATO-ESTADO TO IMAGEN-ESTADO.

       AFILIAR-EMPLEADO.
           PERFORM OBTENER-EMPLEADO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM OBTENER-DATOS-AFILIACION
               IF DATOS-VALIDOS = "S"
                   PERFORM BUSCAR-AFILIACION-EN-VIGOR
                   IF AFILIACION-EN-VIGOR = "S"
                       DISPLAY "El empleado ya esta afiliado desde el "
                               EN-VIGOR-FECHA-DESDE "; finalice esa "
                               "afiliacion antes de grabar otra."
                   ELSE
                       PERFORM GRABAR-AFILIACION.
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
                       "afiliar."
               MOVE "N" TO REGISTRO-ENCONTRADO.

       OBTENER-DATOS-AFILIACION.
      *Se propone la cuota del maestro de sindicatos; se puede
      *teclear otra para este afiliado.
           MOVE "S" TO DATOS-VALIDOS.
           DISPLAY "Codigo del sindicato: ".
           ACCEPT CODIGO-SINDICATO.
           MOVE CODIGO-SINDICATO TO SINDICATO-CODIGO.
           READ SINDICATOS-ARCHIVO
               INVALID KEY
                   DISPLAY "El sindicato no existe en el maestro de "
                           "sindicatos."
                   MOVE "N" TO DATOS-VALIDOS
           END-READ.
           IF DATOS-VALIDOS = "S" AND SINDICATO-DE-BAJA
               DISPLAY "El sindicato esta de baja y no admite "
                       "afiliaciones nuevas."
               MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               PERFORM PROPONER-CUOTA-SINDICATO.
           IF DATOS-VALIDOS = "S"
               MOVE "S" TO FECHA-VALIDA
               DISPLAY "Fecha de alta en el sindicato (AAAAMMDD): "
               ACCEPT FECHA-ENTRADA-X
               PERFORM VALIDAR-FECHA-ENTRADA
               MOVE FECHA-VALIDA TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               MOVE FECHA-ENTRADA-9 TO FECHA-DESDE
               IF FECHA-DESDE < EMPLEADOS-FECHA-ALTA
                   DISPLAY "La fecha de alta es anterior al alta "
                           "del empleado."
                   MOVE "N" TO DATOS-VALIDOS.

       PROPONER-CUOTA-SINDICATO.
           DISPLAY "Sindicato: " SINDICATO-NOMBRE.
           IF SINDICATO-CUOTA-FIJA
               MOVE SINDICATO-CUOTA-IMPORTE TO IMPORTE-EDITADO
               DISPLAY "Cuota del sindicato: " IMPORTE-EDITADO
                       " al mes"
           ELSE
               MOVE SINDICATO-CUOTA-PORCENTAJE-BRUTO
                   TO PORCENTAJE-EDITADO
               DISPLAY "Cuota del sindicato: " PORCENTAJE-EDITADO
                       " % del bruto".
           MOVE SPACE TO CUOTA-DEL-SINDICATO.
           PERFORM PREGUNTAR-CUOTA-DEL-SINDICATO
           UNTIL CUOTA-DEL-SINDICATO = "S" OR
                 CUOTA-DEL-SINDICATO = "N".
           IF CUOTA-DEL-SINDICATO = "S"
               MOVE SINDICATO-TIPO-CUOTA TO TIPO-CUOTA-ENTRADA
               MOVE SINDICATO-CUOTA-IMPORTE TO IMPORTE-ENTRADA
               MOVE SINDICATO-CUOTA-PORCENTAJE-BRUTO
                   TO PORCENTAJE-ENTRADA
           ELSE
               PERFORM OBTENER-CUOTA.

       PREGUNTAR-CUOTA-DEL-SINDICATO.
           DISPLAY "¿Aplicar la cuota del sindicato? (S/N): ".
           ACCEPT CUOTA-DEL-SINDICATO.
           IF CUOTA-DEL-SINDICATO = "s"
               MOVE "S" TO CUOTA-DEL-SINDICATO.
           IF CUOTA-DEL-SINDICATO = "n"
               MOVE "N" TO CUOTA-DEL-SINDICATO.
           IF CUOTA-DEL-SINDICATO NOT = "S" AND
              CUOTA-DEL-SINDICATO NOT = "N"
               DISPLAY "Debes introducir S/N.".

       VALIDAR-FECHA-ENTRADA.
           IF FECHA-ENTRADA-X NOT NUMERIC
               DISPLAY "Fecha invalida, deben ser 8 digitos AAAAMMDD."
               MOVE "N" TO FECHA-VALIDA
           ELSE
               IF ENTRADA-MES < 1 OR ENTRADA-MES > 12 OR
                  ENTRADA-DIA < 1 OR ENTRADA-DIA > 31
                   DISPLAY "Fecha invalida, mes o dia fuera de rango."
                   MOVE "N" TO FECHA-VALIDA.

       BUSCAR-AFILIACION-EN-VIGOR.
      *Se recorren las afiliaciones del empleado con la clave
      *parcial. Sigue en vigor la que no tiene fecha de baja o la
      *tiene en o despues de FECHA-DESDE; para finalizar
      *FECHA-DESDE es la fecha de hoy.
           MOVE "N" TO AFILIACION-EN-VIGOR.
           MOVE "N" TO FIN-AFILIACIONES.
           MOVE ID-EMPLEADO TO AFILIACION-EMPLEADOS-ID.
           MOVE ZEROES TO AFILIACION-FECHA-DESDE.
           START AFILIACIONES-ARCHIVO
               KEY IS NOT LESS THAN AFILIACION-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-AFILIACIONES
           END-START.
           PERFORM LEER-AFILIACION-EMPLEADO
           UNTIL FIN-AFILIACIONES = "S".

       LEER-AFILIACION-EMPLEADO.
           READ AFILIACIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-AFILIACIONES
           END-READ.
           IF FIN-AFILIACIONES = "N"
               IF AFILIACION-EMPLEADOS-ID NOT = ID-EMPLEADO
                   MOVE "S" TO FIN-AFILIACIONES
               ELSE
                   IF AFILIACION-FECHA-HASTA = 0 OR
                      AFILIACION-FECHA-HASTA NOT < FECHA-DESDE
                       MOVE "S" TO AFILIACION-EN-VIGOR
                       MOVE AFILIACION-CLAVE TO CLAVE-EN-VIGOR.

       GRABAR-AFILIACION.
           MOVE SPACE TO AFILIACION-REGISTRO.
           MOVE ID-EMPLEADO TO AFILIACION-EMPLEADOS-ID.
           MOVE FECHA-DESDE TO AFILIACION-FECHA-DESDE.
           MOVE CODIGO-SINDICATO TO AFILIACION-SINDICATO.
           MOVE ZEROES TO AFILIACION-FECHA-HASTA.
           MOVE TIPO-CUOTA-ENTRADA TO AFILIACION-TIPO-CUOTA.
           MOVE IMPORTE-ENTRADA TO AFILIACION-CUOTA-IMPORTE.
           MOVE PORCENTAJE-ENTRADA
               TO AFILIACION-CUOTA-PORCENTAJE-BRUTO.
           WRITE AFILIACION-REGISTRO
               INVALID KEY
                   DISPLAY "Ya existe una afiliacion del empleado "
                           "con la misma fecha de alta."
                   MOVE "N" TO DATOS-VALIDOS
           END-WRITE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-AFILIADOS
               MOVE SPACE TO VALOR-ANTES-AUDITORIA
               PERFORM FORMAR-IMAGEN-AFILIACION
               MOVE IMAGEN-AFILIACION TO VALOR-DESPUES-AUDITORIA
               PERFORM ESCRIBIR-AUDITORIA-SINDICAL
               DISPLAY "Empleado " ID-EMPLEADO " afiliado a "
                       CODIGO-SINDICATO ".".

       FORMAR-IMAGEN-AFILIACION.
           MOVE AFILIACION-SINDICATO TO IMAGEN-AFI-SINDICATO.
           MOVE AFILIACION-FECHA-DESDE TO IMAGEN-AFI-DESDE.
           MOVE AFILIACION-FECHA-HASTA TO IMAGEN-AFI-HASTA.
           MOVE AFILIACION-TIPO-CUOTA TO IMAGEN-AFI-TIPO.
           MOVE AFILIACION-CUOTA-IMPORTE TO IMAGEN-AFI-IMPORTE.
           MOVE AFILIACION-CUOTA-PORCENTAJE-BRUTO
               TO IMAGEN-AFI-PORCENTAJE.

       FINALIZAR-AFILIACION.
           PERFORM OBTENER-EMPLEADO.
           IF REGISTRO-ENCONTRADO = "S"
               MOVE FECHA-DE-HOY TO FECHA-DESDE
               PERFORM BUSCAR-AFILIACION-EN-VIGOR
               IF AFILIACION-EN-VIGOR = "N"
                   DISPLAY "El empleado no tiene ninguna afiliacion "
                           "en vigor."
               ELSE
                   PERFORM PEDIR-FECHA-BAJA-AFILIACION.
           PERFORM REINICIAR.

       PEDIR-FECHA-BAJA-AFILIACION.
           MOVE CLAVE-EN-VIGOR TO AFILIACION-CLAVE.
           READ AFILIACIONES-ARCHIVO
               INVALID KEY
                   DISPLAY "La afiliacion ya no existe."
           END-READ.
           PERFORM FORMAR-IMAGEN-AFILIACION.
           DISPLAY "Afiliacion en vigor: " IMAGEN-AFILIACION.
           MOVE "S" TO FECHA-VALIDA.
           DISPLAY "Ultimo dia de afiliacion (AAAAMMDD): ".
           ACCEPT FECHA-ENTRADA-X.
           PERFORM VALIDAR-FECHA-ENTRADA.
           IF FECHA-VALIDA = "S"
               MOVE FECHA-ENTRADA-9 TO FECHA-HASTA
               IF FECHA-HASTA < EN-VIGOR-FECHA-DESDE
                   DISPLAY "La fecha de baja es anterior a la de "
                           "alta."
               ELSE
                   PERFORM GRABAR-FIN-AFILIACION.

       GRABAR-FIN-AFILIACION.
           MOVE CLAVE-EN-VIGOR TO AFILIACION-CLAVE.
           MOVE "S" TO DATOS-VALIDOS.
           READ AFILIACIONES-ARCHIVO
               INVALID KEY
                   DISPLAY "La afiliacion ya no existe."
                   MOVE "N" TO DATOS-VALIDOS
           END-READ.
           IF DATOS-VALIDOS = "S"
               PERFORM FORMAR-IMAGEN-AFILIACION
               MOVE IMAGEN-AFILIACION TO VALOR-ANTES-AUDITORIA
               MOVE FECHA-HASTA TO AFILIACION-FECHA-HASTA
               REWRITE AFILIACION-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al finalizar la afiliacion."
                       MOVE "N" TO DATOS-VALIDOS
               END-REWRITE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-FINALIZADAS
               PERFORM FORMAR-IMAGEN-AFILIACION
               MOVE IMAGEN-AFILIACION TO VALOR-DESPUES-AUDITORIA
               PERFORM ESCRIBIR-AUDITORIA-SINDICAL
               DISPLAY "Afiliacion finalizada el " FECHA-HASTA ".".

       ESCRIBIR-AUDITORIA-SINDICAL.
      *Los valores antes y despues ya vienen cargados con la imagen
      *legible del sindicato o de la afiliacion; el movimiento se
      *marca como de complemento para que el historial de cambios
      *lo muestre tal cual en lugar de compararlo campo a campo.
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

       END PROGRAM MANTENIMIENTO-SINDICATOS.

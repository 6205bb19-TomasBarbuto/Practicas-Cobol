       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-COMPLEMENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de conceptos salariales.
       COPY "copybooks/28-PhConceptos.cbl".
      *Archivo de complementos salariales por empleado.
       COPY "copybooks/28-PhComplementos.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-PhAuditoria.cbl".
      *Archivo contador de secuencia de auditoria.
       COPY "copybooks/28-PhSecuenciaAuditoria.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de conceptos salariales.
       COPY "copybooks/28-LoConceptos.cbl".
      *Archivo de complementos salariales por empleado.
       COPY "copybooks/28-LoComplementos.cbl".
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
       77  CONCEPTO-EXISTE PIC X.
       77  FIN-COMPLEMENTOS PIC X.
       77  COMPLEMENTO-EN-VIGOR PIC X.
       77  CONT-CONCEPTOS PIC 9(5) COMP VALUE 0.
       77  CONT-ASIGNADOS PIC 9(5) COMP VALUE 0.
       77  CONT-FINALIZADOS PIC 9(5) COMP VALUE 0.
       77  CONT-MOSTRADOS PIC 9(3) COMP VALUE 0.

       01  ID-EMPLEADO PIC X(6).
      *Los codigos que la nomina ya usa para sus propias lineas del
      *historico de resultados no pueden darse a un concepto.
       01  CODIGO-CONCEPTO PIC X(4).
           88 CODIGO-RESERVADO VALUE "SALB" "HEXT" "TRIE" "ATRA"
                                     "AUSE" "BRUT" "IRPF" "SSOC"
                                     "SIND" "EMBA" "ANTI" "SSEM"
                                     "NETO" "PNOC" "PFSE" "PFES"
                                     "HRET" "PPTR" "PPEM" "FCOM"
                                     "FTRA" "FGUA" "FSEG" "FESP"
                                     "INCE".
       01  IMPORTE-ENTRADA PIC 9(5)V99.
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

      *Complemento en vigor del empleado y concepto elegidos para
      *finalizar, localizado al recorrer sus complementos.
       01  CLAVE-EN-VIGOR.
           05 EN-VIGOR-EMPLEADOS-ID PIC X(6).
           05 EN-VIGOR-CONCEPTO PIC X(4).
           05 EN-VIGOR-FECHA-DESDE PIC 9(8).

      *Imagen legible de un complemento o de un concepto que se
      *graba en los valores antes y despues del movimiento de
      *auditoria.
       01  IMAGEN-COMPLEMENTO.
           05 FILLER PIC X(12) VALUE "COMPLEMENTO ".
           05 IMAGEN-CONCEPTO PIC X(4).
           05 FILLER PIC X(7) VALUE " DESDE ".
           05 IMAGEN-DESDE PIC 9(8).
           05 FILLER PIC X(7) VALUE " HASTA ".
           05 IMAGEN-HASTA PIC 9(8).
           05 FILLER PIC X(9) VALUE " IMPORTE ".
           05 IMAGEN-IMPORTE PIC ZZ,ZZ9.99.
       01  IMAGEN-CONCEPTO-MAESTRO.
           05 FILLER PIC X(9) VALUE "CONCEPTO ".
           05 IMAGEN-CODIGO PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IMAGEN-DESCRIPCION PIC X(25).
           05 FILLER PIC X(9) VALUE " TRIBUTA ".
           05 IMAGEN-TRIBUTA PIC X(1).
           05 FILLER PIC X(8) VALUE " COTIZA ".
           05 IMAGEN-COTIZA PIC X(1).
           05 FILLER PIC X(11) VALUE " PRORRATEA ".
           05 IMAGEN-PRORRATEA PIC X(1).

       01  VALOR-ANTES-AUDITORIA PIC X(400).
       01  VALOR-DESPUES-AUDITORIA PIC X(400).

       01  IMPORTE-EDITADO PIC ZZ,ZZ9.99.

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de conceptos salariales.
       COPY "copybooks/28-EstadoConceptos.cbl".
      *Estado del archivo de complementos salariales.
       COPY "copybooks/28-EstadoComplementos.cbl".
      *Estado del archivo de auditoria.
       COPY "copybooks/28-EstadoAuditoria.cbl".
      *Estado y clave del contador de secuencia de auditoria.
       COPY "copybooks/28-EstadoSecuenciaAuditoria.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO = "S"
               PERFORM ELEGIR-OPCION
               PERFORM PROCEDIMIENTO-DE-APERTURA
               MOVE "S" TO SI-NO
               IF OPCION = "C"
                   MOVE "¿Desea mantener otro concepto?"
                       TO PREGUNTA-REINICIO
                   PERFORM MANTENER-CONCEPTO
                   UNTIL SI-NO = "N"
               ELSE
               IF OPCION = "A"
                   MOVE "¿Desea asignar otro complemento?"
                       TO PREGUNTA-REINICIO
                   PERFORM ASIGNAR-COMPLEMENTO
                   UNTIL SI-NO = "N"
               ELSE
                   MOVE "¿Desea finalizar otro complemento?"
                       TO PREGUNTA-REINICIO
                   PERFORM FINALIZAR-COMPLEMENTO
                   UNTIL SI-NO = "N"
               END-IF
               END-IF
               PERFORM PROCEDIMIENTO-DE-CIERRE
               DISPLAY "Conceptos grabados: " CONT-CONCEPTOS
                       " Complementos asignados: " CONT-ASIGNADOS
                       " Finalizados: " CONT-FINALIZADOS
           ELSE
               DISPLAY "Acceso denegado.".

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *Los complementos cambian lo que cobra el empleado: su
      *mantenimiento requiere rol de supervisor.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       ELEGIR-OPCION.
           MOVE SPACE TO OPCION.
           PERFORM PREGUNTAR-OPCION
           UNTIL OPCION = "C" OR OPCION = "A" OR OPCION = "F".

       PREGUNTAR-OPCION.
           DISPLAY "C - Maestro de conceptos salariales".
           DISPLAY "A - Asignar complemento a un empleado".
           DISPLAY "F - Finalizar complemento de un empleado".
           ACCEPT OPCION.
           IF OPCION = "c"
               MOVE "C" TO OPCION.
           IF OPCION = "a"
               MOVE "A" TO OPCION.
           IF OPCION = "f"
               MOVE "F" TO OPCION.
           IF OPCION NOT = "C" AND OPCION NOT = "A" AND
              OPCION NOT = "F"
               DISPLAY "Debes introducir C/A/F.".

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           PERFORM ABRIR-CONCEPTOS.
           PERFORM ABRIR-COMPLEMENTOS.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE CONCEPTOS-ARCHIVO.
           CLOSE COMPLEMENTOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-COMPLEMENTOS.

       ABRIR-CONCEPTOS.
      *El maestro de conceptos es indexado. Si todavia no existe lo
      *creamos antes de abrirlo en modo aleatorio.
           OPEN I-O CONCEPTOS-ARCHIVO.
           IF CONCEPTOS-ARCHIVO-STATUS = "35"
               OPEN OUTPUT CONCEPTOS-ARCHIVO
               CLOSE CONCEPTOS-ARCHIVO
               OPEN I-O CONCEPTOS-ARCHIVO.

       ABRIR-COMPLEMENTOS.
           OPEN I-O COMPLEMENTOS-ARCHIVO.
           IF COMPLEMENTOS-ARCHIVO-STATUS = "35"
               OPEN OUTPUT COMPLEMENTOS-ARCHIVO
               CLOSE COMPLEMENTOS-ARCHIVO
               OPEN I-O COMPLEMENTOS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       COMPROBAR-ESTADO-COMPLEMENTOS.
           IF COMPLEMENTOS-ARCHIVO-STATUS NOT = "00" AND
              COMPLEMENTOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo de complementos "
                       "inesperado: " COMPLEMENTOS-ARCHIVO-STATUS.

       MANTENER-CONCEPTO.
      *Un codigo nuevo da de alta el concepto; uno existente se
      *muestra y se sustituye por los datos tecleados. El cambio
      *vale para las nominas que se calculen a partir de ahora.
           DISPLAY "Codigo del concepto (4 caracteres): ".
           ACCEPT CODIGO-CONCEPTO.
           MOVE CODIGO-CONCEPTO TO CONCEPTO-CODIGO.
           MOVE "S" TO CONCEPTO-EXISTE.
           READ CONCEPTOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO CONCEPTO-EXISTE
           END-READ.
           MOVE SPACE TO VALOR-ANTES-AUDITORIA.
           IF CONCEPTO-EXISTE = "S"
               PERFORM FORMAR-IMAGEN-CONCEPTO
               MOVE IMAGEN-CONCEPTO-MAESTRO TO VALOR-ANTES-AUDITORIA
               DISPLAY "Concepto actual: " IMAGEN-CONCEPTO-MAESTRO.
           IF CODIGO-CONCEPTO = SPACE
               DISPLAY "El codigo del concepto es obligatorio."
           ELSE
           IF CODIGO-RESERVADO
               DISPLAY "El codigo " CODIGO-CONCEPTO " esta reservado "
                       "a las lineas propias de la nomina."
           ELSE
               PERFORM OBTENER-DATOS-CONCEPTO
               IF DATOS-VALIDOS = "S"
                   PERFORM GRABAR-CONCEPTO.
           PERFORM REINICIAR.

       OBTENER-DATOS-CONCEPTO.
           MOVE "S" TO DATOS-VALIDOS.
           MOVE CODIGO-CONCEPTO TO CONCEPTO-CODIGO.
           DISPLAY "Descripcion (25 caracteres): ".
           ACCEPT CONCEPTO-DESCRIPCION.
           DISPLAY "¿Tributa en IRPF? (S/N): ".
           ACCEPT CONCEPTO-TRIBUTA.
           DISPLAY "¿Cotiza a la seguridad social? (S/N): ".
           ACCEPT CONCEPTO-COTIZA.
           DISPLAY "¿Se prorratea en meses de alta o baja? (S/N): ".
           ACCEPT CONCEPTO-PRORRATEA.
           IF CONCEPTO-TRIBUTA = "s"
               MOVE "S" TO CONCEPTO-TRIBUTA.
           IF CONCEPTO-TRIBUTA = "n"
               MOVE "N" TO CONCEPTO-TRIBUTA.
           IF CONCEPTO-COTIZA = "s"
               MOVE "S" TO CONCEPTO-COTIZA.
           IF CONCEPTO-COTIZA = "n"
               MOVE "N" TO CONCEPTO-COTIZA.
           IF CONCEPTO-PRORRATEA = "s"
               MOVE "S" TO CONCEPTO-PRORRATEA.
           IF CONCEPTO-PRORRATEA = "n"
               MOVE "N" TO CONCEPTO-PRORRATEA.
           IF CONCEPTO-DESCRIPCION = SPACE
               DISPLAY "La descripcion es obligatoria."
               MOVE "N" TO DATOS-VALIDOS.
           IF NOT CONCEPTO-TRIBUTA-IRPF AND NOT CONCEPTO-EXENTO-IRPF
              OR NOT CONCEPTO-COTIZA-SS AND NOT CONCEPTO-EXENTO-SS
              OR NOT CONCEPTO-SE-PRORRATEA AND
                 NOT CONCEPTO-NO-PRORRATEA
               DISPLAY "Las indicaciones de tributacion, cotizacion "
                       "y prorrateo deben ser S o N."
               MOVE "N" TO DATOS-VALIDOS.

       GRABAR-CONCEPTO.
           IF CONCEPTO-EXISTE = "S"
               REWRITE CONCEPTO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar el concepto."
                       MOVE "N" TO DATOS-VALIDOS
               END-REWRITE
           ELSE
               WRITE CONCEPTO-REGISTRO
                   INVALID KEY
                       DISPLAY "Ya existe un concepto con ese codigo."
                       MOVE "N" TO DATOS-VALIDOS
               END-WRITE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-CONCEPTOS
               PERFORM FORMAR-IMAGEN-CONCEPTO
               MOVE SPACE TO ID-EMPLEADO
               MOVE IMAGEN-CONCEPTO-MAESTRO TO VALOR-DESPUES-AUDITORIA
               PERFORM ESCRIBIR-AUDITORIA-COMPLEMENTO
               DISPLAY "Concepto " CODIGO-CONCEPTO " grabado.".

       FORMAR-IMAGEN-CONCEPTO.
           MOVE CONCEPTO-CODIGO TO IMAGEN-CODIGO.
           MOVE CONCEPTO-DESCRIPCION TO IMAGEN-DESCRIPCION.
           MOVE CONCEPTO-TRIBUTA TO IMAGEN-TRIBUTA.
           MOVE CONCEPTO-COTIZA TO IMAGEN-COTIZA.
           MOVE CONCEPTO-PRORRATEA TO IMAGEN-PRORRATEA.

       ASIGNAR-COMPLEMENTO.
           PERFORM OBTENER-EMPLEADO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM OBTENER-DATOS-COMPLEMENTO
               IF DATOS-VALIDOS = "S"
                   PERFORM BUSCAR-COMPLEMENTO-EN-VIGOR
                   IF COMPLEMENTO-EN-VIGOR = "S"
                       DISPLAY "El empleado ya cobra ese concepto "
                               "desde el " EN-VIGOR-FECHA-DESDE
                               "; finalicelo antes de asignar uno "
                               "nuevo."
                   ELSE
                       PERFORM GRABAR-COMPLEMENTO.
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
                       "asignar complementos."
               MOVE "N" TO REGISTRO-ENCONTRADO.

       OBTENER-DATOS-COMPLEMENTO.
           MOVE "S" TO DATOS-VALIDOS.
           DISPLAY "Codigo del concepto: ".
           ACCEPT CODIGO-CONCEPTO.
           MOVE CODIGO-CONCEPTO TO CONCEPTO-CODIGO.
           READ CONCEPTOS-ARCHIVO
               INVALID KEY
                   DISPLAY "El concepto no existe en el maestro de "
                           "conceptos salariales."
                   MOVE "N" TO DATOS-VALIDOS
           END-READ.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Concepto: " CONCEPTO-DESCRIPCION
               DISPLAY "Importe mensual: "
               ACCEPT IMPORTE-ENTRADA
               IF IMPORTE-ENTRADA = 0
                   DISPLAY "El importe debe ser mayor que cero."
                   MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               MOVE "S" TO FECHA-VALIDA
               DISPLAY "Fecha de inicio (AAAAMMDD): "
               ACCEPT FECHA-ENTRADA-X
               PERFORM VALIDAR-FECHA-ENTRADA
               MOVE FECHA-VALIDA TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               MOVE FECHA-ENTRADA-9 TO FECHA-DESDE
               IF FECHA-DESDE < EMPLEADOS-FECHA-ALTA
                   DISPLAY "La fecha de inicio es anterior al alta "
                           "del empleado."
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

       BUSCAR-COMPLEMENTO-EN-VIGOR.
      *Se recorren los complementos del empleado con la clave
      *parcial de empleado y concepto. Sigue en vigor el que no
      *tiene fecha de fin o la tiene en o despues de FECHA-DESDE;
      *para finalizar FECHA-DESDE es la fecha de hoy.
           MOVE "N" TO COMPLEMENTO-EN-VIGOR.
           MOVE "N" TO FIN-COMPLEMENTOS.
           MOVE ID-EMPLEADO TO COMPLEMENTO-EMPLEADOS-ID.
           MOVE CODIGO-CONCEPTO TO COMPLEMENTO-CONCEPTO.
           MOVE ZEROES TO COMPLEMENTO-FECHA-DESDE.
           START COMPLEMENTOS-ARCHIVO
               KEY IS NOT LESS THAN COMPLEMENTO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-COMPLEMENTOS
           END-START.
           PERFORM LEER-COMPLEMENTO-CONCEPTO
           UNTIL FIN-COMPLEMENTOS = "S".

       LEER-COMPLEMENTO-CONCEPTO.
           READ COMPLEMENTOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-COMPLEMENTOS
           END-READ.
           IF FIN-COMPLEMENTOS = "N"
               IF COMPLEMENTO-EMPLEADOS-ID NOT = ID-EMPLEADO OR
                  COMPLEMENTO-CONCEPTO NOT = CODIGO-CONCEPTO
                   MOVE "S" TO FIN-COMPLEMENTOS
               ELSE
                   IF COMPLEMENTO-FECHA-HASTA = 0 OR
                      COMPLEMENTO-FECHA-HASTA NOT < FECHA-DESDE
                       MOVE "S" TO COMPLEMENTO-EN-VIGOR
                       MOVE COMPLEMENTO-CLAVE TO CLAVE-EN-VIGOR.

       GRABAR-COMPLEMENTO.
           MOVE SPACE TO COMPLEMENTO-REGISTRO.
           MOVE ID-EMPLEADO TO COMPLEMENTO-EMPLEADOS-ID.
           MOVE CODIGO-CONCEPTO TO COMPLEMENTO-CONCEPTO.
           MOVE FECHA-DESDE TO COMPLEMENTO-FECHA-DESDE.
           MOVE ZEROES TO COMPLEMENTO-FECHA-HASTA.
           MOVE IMPORTE-ENTRADA TO COMPLEMENTO-IMPORTE.
           WRITE COMPLEMENTO-REGISTRO
               INVALID KEY
                   DISPLAY "Ya existe ese complemento con la misma "
                           "fecha de inicio."
                   MOVE "N" TO DATOS-VALIDOS
           END-WRITE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-ASIGNADOS
               MOVE SPACE TO VALOR-ANTES-AUDITORIA
               PERFORM FORMAR-IMAGEN-COMPLEMENTO
               MOVE IMAGEN-COMPLEMENTO TO VALOR-DESPUES-AUDITORIA
               PERFORM ESCRIBIR-AUDITORIA-COMPLEMENTO
               DISPLAY "Complemento " CODIGO-CONCEPTO
                       " asignado al empleado " ID-EMPLEADO ".".

       FORMAR-IMAGEN-COMPLEMENTO.
           MOVE COMPLEMENTO-CONCEPTO TO IMAGEN-CONCEPTO.
           MOVE COMPLEMENTO-FECHA-DESDE TO IMAGEN-DESDE.
           MOVE COMPLEMENTO-FECHA-HASTA TO IMAGEN-HASTA.
           MOVE COMPLEMENTO-IMPORTE TO IMAGEN-IMPORTE.

       FINALIZAR-COMPLEMENTO.
           PERFORM OBTENER-EMPLEADO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MOSTRAR-COMPLEMENTOS-EMPLEADO
               IF CONT-MOSTRADOS = 0
                   DISPLAY "El empleado no tiene complementos en "
                           "vigor."
               ELSE
                   PERFORM ELEGIR-COMPLEMENTO-A-FINALIZAR.
           PERFORM REINICIAR.

       MOSTRAR-COMPLEMENTOS-EMPLEADO.
           MOVE ZERO TO CONT-MOSTRADOS.
           MOVE "N" TO FIN-COMPLEMENTOS.
           MOVE ID-EMPLEADO TO COMPLEMENTO-EMPLEADOS-ID.
           MOVE LOW-VALUES TO COMPLEMENTO-CONCEPTO.
           MOVE ZEROES TO COMPLEMENTO-FECHA-DESDE.
           START COMPLEMENTOS-ARCHIVO
               KEY IS NOT LESS THAN COMPLEMENTO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-COMPLEMENTOS
           END-START.
           PERFORM MOSTRAR-UN-COMPLEMENTO
           UNTIL FIN-COMPLEMENTOS = "S".

       MOSTRAR-UN-COMPLEMENTO.
           READ COMPLEMENTOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-COMPLEMENTOS
           END-READ.
           IF FIN-COMPLEMENTOS = "N" AND
              COMPLEMENTO-EMPLEADOS-ID NOT = ID-EMPLEADO
               MOVE "S" TO FIN-COMPLEMENTOS.
           IF FIN-COMPLEMENTOS = "N"
               IF COMPLEMENTO-FECHA-HASTA = 0 OR
                  COMPLEMENTO-FECHA-HASTA NOT < FECHA-DE-HOY
                   ADD 1 TO CONT-MOSTRADOS
                   MOVE COMPLEMENTO-IMPORTE TO IMPORTE-EDITADO
                   DISPLAY "  " COMPLEMENTO-CONCEPTO
                           " desde " COMPLEMENTO-FECHA-DESDE
                           " hasta " COMPLEMENTO-FECHA-HASTA
                           " importe " IMPORTE-EDITADO.

       ELEGIR-COMPLEMENTO-A-FINALIZAR.
           DISPLAY "Codigo del concepto a finalizar: ".
           ACCEPT CODIGO-CONCEPTO.
           MOVE FECHA-DE-HOY TO FECHA-DESDE.
           PERFORM BUSCAR-COMPLEMENTO-EN-VIGOR.
           IF COMPLEMENTO-EN-VIGOR = "N"
               DISPLAY "El empleado no tiene ese complemento en "
                       "vigor."
           ELSE
               MOVE "S" TO FECHA-VALIDA
               DISPLAY "Ultimo dia de pago (AAAAMMDD): "
               ACCEPT FECHA-ENTRADA-X
               PERFORM VALIDAR-FECHA-ENTRADA
               IF FECHA-VALIDA = "S"
                   MOVE FECHA-ENTRADA-9 TO FECHA-HASTA
                   IF FECHA-HASTA < EN-VIGOR-FECHA-DESDE
                       DISPLAY "La fecha de fin es anterior a la de "
                               "inicio."
                   ELSE
                       PERFORM GRABAR-FIN-COMPLEMENTO.

       GRABAR-FIN-COMPLEMENTO.
           MOVE CLAVE-EN-VIGOR TO COMPLEMENTO-CLAVE.
           MOVE "S" TO DATOS-VALIDOS.
           READ COMPLEMENTOS-ARCHIVO
               INVALID KEY
                   DISPLAY "El complemento ya no existe."
                   MOVE "N" TO DATOS-VALIDOS
           END-READ.
           IF DATOS-VALIDOS = "S"
               PERFORM FORMAR-IMAGEN-COMPLEMENTO
               MOVE IMAGEN-COMPLEMENTO TO VALOR-ANTES-AUDITORIA
               MOVE FECHA-HASTA TO COMPLEMENTO-FECHA-HASTA
               REWRITE COMPLEMENTO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al finalizar el complemento."
                       MOVE "N" TO DATOS-VALIDOS
               END-REWRITE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-FINALIZADOS
               PERFORM FORMAR-IMAGEN-COMPLEMENTO
               MOVE IMAGEN-COMPLEMENTO TO VALOR-DESPUES-AUDITORIA
               PERFORM ESCRIBIR-AUDITORIA-COMPLEMENTO
               DISPLAY "Complemento " CODIGO-CONCEPTO
                       " finalizado el " FECHA-HASTA ".".

       ESCRIBIR-AUDITORIA-COMPLEMENTO.
      *Los valores antes y despues ya vienen cargados con la imagen
      *legible del complemento o del concepto; el movimiento se
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

       END PROGRAM MANTENIMIENTO-COMPLEMENTOS.

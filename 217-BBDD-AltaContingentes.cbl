       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTA-CONTINGENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Registro de personal externo de ETT y contratas.
       COPY "copybooks/28-PhContingentes.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Archivo maestro de sucursales.
       COPY "copybooks/28-PhSucursales.cbl".
      *Archivo de material de empresa entregado.
       COPY "copybooks/28-PhMaterial.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Registro de personal externo de ETT y contratas.
       COPY "copybooks/28-LoContingentes.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Archivo maestro de sucursales.
       COPY "copybooks/28-LoSucursales.cbl".
      *Archivo de material de empresa entregado.
       COPY "copybooks/28-LoMaterial.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  DATOS-VALIDOS PIC X.
       77  ACCION-ELEGIDA PIC X.
       77  FIN-CONTINGENTES PIC X.
       77  FIN-MATERIAL PIC X.
       77  SUCURSALES-DISPONIBLES PIC X.
       77  CONT-ALTAS PIC 9(5) COMP VALUE 0.
       77  CONT-MODIFICADOS PIC 9(5) COMP VALUE 0.
       77  CONT-FINALIZADOS PIC 9(5) COMP VALUE 0.
       77  CONT-MATERIAL-PENDIENTE PIC 9(3).

       01  ID-CONTINGENTE PIC X(6).
       01  ULTIMO-NUMERO PIC 9(5).
       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-ENTRADA-X PIC X(8).
       01  FECHA-ENTRADA-9 REDEFINES FECHA-ENTRADA-X PIC 9(8).
       01  TARIFA-ENTRADA PIC 9(3)V99.

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del registro de personal externo.
       COPY "copybooks/28-EstadoContingentes.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del archivo maestro de sucursales.
       COPY "copybooks/28-EstadoSucursales.cbl".
      *Estado del archivo de material de empresa.
       COPY "copybooks/28-EstadoMaterial.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Alta, modificacion y fin de encargo del personal cedido por
      *ETT y del personal de contratas. No estan en EMPLEADOS.DAT ni
      *cobran nuestra nomina, pero fichan en el reloj, reciben
      *material de empresa y su coste se concilia con la factura de
      *la agencia.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO NOT = "S"
               DISPLAY "Acceso denegado."
               GO TO TERMINA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           MOVE "S" TO SI-NO.
           PERFORM MANTENER-CONTINGENTE
           UNTIL SI-NO = "N".
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Altas de personal externo:    " CONT-ALTAS.
           DISPLAY "Encargos modificados:         " CONT-MODIFICADOS.
           DISPLAY "Encargos finalizados:         " CONT-FINALIZADOS.

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *La tarifa por hora es la que se paga a la agencia: el
      *mantenimiento requiere rol de supervisor.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       PROCEDIMIENTO-DE-APERTURA.
      *El registro de personal externo es indexado. Si todavia no
      *existe lo creamos antes de abrirlo en modo aleatorio.
           OPEN I-O CONTINGENTES-ARCHIVO.
           IF CONTINGENTES-ARCHIVO-STATUS = "35"
               OPEN OUTPUT CONTINGENTES-ARCHIVO
               CLOSE CONTINGENTES-ARCHIVO
               OPEN I-O CONTINGENTES-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-CONTINGENTES.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           MOVE "S" TO SUCURSALES-DISPONIBLES.
           OPEN INPUT SUCURSALES-ARCHIVO.
           IF SUCURSALES-ARCHIVO-STATUS = "35"
               MOVE "N" TO SUCURSALES-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE CONTINGENTES-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-CONTINGENTES.
           CLOSE DEPARTAMENTOS-ARCHIVO.
           IF SUCURSALES-DISPONIBLES = "S"
               CLOSE SUCURSALES-ARCHIVO.

       COMPROBAR-ESTADO-CONTINGENTES.
           IF CONTINGENTES-ARCHIVO-STATUS NOT = "00" AND
              CONTINGENTES-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado del registro de personal externo "
                       "inesperado: " CONTINGENTES-ARCHIVO-STATUS.

       MANTENER-CONTINGENTE.
           DISPLAY "ID del personal externo (en blanco para un alta "
                   "nueva): ".
           MOVE SPACE TO ID-CONTINGENTE.
           ACCEPT ID-CONTINGENTE.
           IF ID-CONTINGENTE = SPACE
               PERFORM ALTA-CONTINGENTE
           ELSE
               PERFORM OBTENER-CONTINGENTE
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM MOSTRAR-CONTINGENTE
                   PERFORM PEDIR-ACCION
                   IF ACCION-ELEGIDA = "M"
                       PERFORM MODIFICAR-ENCARGO
                   ELSE
                   IF ACCION-ELEGIDA = "F"
                       PERFORM FINALIZAR-ENCARGO
                           THRU FINALIZAR-ENCARGO-FIN.
           PERFORM REINICIAR.

       OBTENER-CONTINGENTE.
           MOVE ID-CONTINGENTE TO CONTINGENTE-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ CONTINGENTES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "No existe personal externo con ese ID."
           END-READ.

       MOSTRAR-CONTINGENTE.
           DISPLAY "ID:            " CONTINGENTE-ID.
           DISPLAY "Nombre:        " CONTINGENTE-NOMBRE " "
                   CONTINGENTE-APELLIDOS.
           DISPLAY "NIF:           " CONTINGENTE-NIF.
           DISPLAY "Tipo:          " CONTINGENTE-TIPO
                   " (E = ETT, C = contrata)".
           DISPLAY "Agencia:       " CONTINGENTE-AGENCIA.
           DISPLAY "Departamento:  " CONTINGENTE-DEPARTAMENTO
                   "  Sucursal: " CONTINGENTE-SUCURSAL.
           DISPLAY "Encargo:       " CONTINGENTE-FECHA-INICIO
                   " a " CONTINGENTE-FECHA-FIN.
           DISPLAY "Tarifa/hora:   " CONTINGENTE-TARIFA-HORA.
           DISPLAY "Estado:        " CONTINGENTE-ESTADO
                   " (A = activo, F = finalizado)".

       PEDIR-ACCION.
           MOVE SPACE TO ACCION-ELEGIDA.
           PERFORM PREGUNTAR-ACCION
           UNTIL ACCION-ELEGIDA = "M" OR ACCION-ELEGIDA = "F" OR
                 ACCION-ELEGIDA = "N".

       PREGUNTAR-ACCION.
           DISPLAY "Modificar el encargo (M), finalizarlo (F) o "
                   "nada (N)?".
           ACCEPT ACCION-ELEGIDA.
           IF ACCION-ELEGIDA = "m"
               MOVE "M" TO ACCION-ELEGIDA.
           IF ACCION-ELEGIDA = "f"
               MOVE "F" TO ACCION-ELEGIDA.
           IF ACCION-ELEGIDA = "n"
               MOVE "N" TO ACCION-ELEGIDA.
           IF ACCION-ELEGIDA NOT = "M" AND ACCION-ELEGIDA NOT = "F"
              AND ACCION-ELEGIDA NOT = "N"
               DISPLAY "Debes introducir M, F o N.".

       ALTA-CONTINGENTE.
      *El ID nuevo es una "C" seguida del siguiente numero libre del
      *registro; los empleados llevan IDs numericos y no pueden
      *coincidir.
           PERFORM CALCULAR-SIGUIENTE-ID.
           MOVE SPACE TO CONTINGENTE-REGISTRO.
           MOVE "C" TO CONTINGENTE-ID-PREFIJO.
           MOVE ULTIMO-NUMERO TO CONTINGENTE-ID-NUMERO.
           DISPLAY "Nombre: ".
           ACCEPT CONTINGENTE-NOMBRE.
           DISPLAY "Apellidos: ".
           ACCEPT CONTINGENTE-APELLIDOS.
           DISPLAY "NIF o NIE: ".
           ACCEPT CONTINGENTE-NIF.
           DISPLAY "Tipo (E = cedido por ETT, C = personal de "
                   "contrata): ".
           ACCEPT CONTINGENTE-TIPO.
           IF CONTINGENTE-TIPO = "e"
               MOVE "E" TO CONTINGENTE-TIPO.
           IF CONTINGENTE-TIPO = "c"
               MOVE "C" TO CONTINGENTE-TIPO.
           DISPLAY "Agencia o empresa contratista (tal como figura "
                   "en su factura): ".
           ACCEPT CONTINGENTE-AGENCIA.
           DISPLAY "Sucursal donde trabaja: ".
           ACCEPT CONTINGENTE-SUCURSAL.
           DISPLAY "Fecha de inicio del encargo (AAAAMMDD): ".
           MOVE SPACE TO FECHA-ENTRADA-X.
           ACCEPT FECHA-ENTRADA-X.
           IF FECHA-ENTRADA-X IS NUMERIC
               MOVE FECHA-ENTRADA-9 TO CONTINGENTE-FECHA-INICIO
           ELSE
               MOVE ZERO TO CONTINGENTE-FECHA-INICIO.
           MOVE "A" TO CONTINGENTE-ESTADO.
           PERFORM PEDIR-DATOS-ENCARGO.
           PERFORM VALIDAR-CONTINGENTE.
           IF DATOS-VALIDOS = "S"
               WRITE CONTINGENTE-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el personal externo "
                               CONTINGENTE-ID
                       MOVE "N" TO DATOS-VALIDOS
               END-WRITE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-ALTAS
               DISPLAY "Alta registrada con el ID " CONTINGENTE-ID
                       ". Es el numero de su tarjeta del reloj.".

       CALCULAR-SIGUIENTE-ID.
           MOVE ZERO TO ULTIMO-NUMERO.
           MOVE LOW-VALUE TO CONTINGENTE-ID.
           MOVE "N" TO FIN-CONTINGENTES.
           START CONTINGENTES-ARCHIVO KEY IS NOT LESS THAN
               CONTINGENTE-ID
               INVALID KEY
                   MOVE "S" TO FIN-CONTINGENTES
           END-START.
           PERFORM LEER-ULTIMO-NUMERO
           UNTIL FIN-CONTINGENTES = "S".
           ADD 1 TO ULTIMO-NUMERO.

       LEER-ULTIMO-NUMERO.
           READ CONTINGENTES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CONTINGENTES
           END-READ.
           IF FIN-CONTINGENTES = "N" AND CONTINGENTE-ID-EXTERNO AND
              CONTINGENTE-ID-NUMERO IS NUMERIC AND
              CONTINGENTE-ID-NUMERO > ULTIMO-NUMERO
               MOVE CONTINGENTE-ID-NUMERO TO ULTIMO-NUMERO.

       PEDIR-DATOS-ENCARGO.
      *Datos del encargo que pueden cambiar mientras dura: destino,
      *fecha de fin prevista y tarifa de la agencia.
           DISPLAY "Departamento de destino: ".
           ACCEPT CONTINGENTE-DEPARTAMENTO.
           DISPLAY "Fecha de fin del encargo (AAAAMMDD, ceros si no "
                   "tiene fin previsto): ".
           MOVE SPACE TO FECHA-ENTRADA-X.
           ACCEPT FECHA-ENTRADA-X.
           IF FECHA-ENTRADA-X IS NUMERIC
               MOVE FECHA-ENTRADA-9 TO CONTINGENTE-FECHA-FIN
           ELSE
               MOVE ZERO TO CONTINGENTE-FECHA-FIN.
           DISPLAY "Tarifa por hora facturada por la agencia: ".
           MOVE ZERO TO TARIFA-ENTRADA.
           ACCEPT TARIFA-ENTRADA.
           MOVE TARIFA-ENTRADA TO CONTINGENTE-TARIFA-HORA.

       VALIDAR-CONTINGENTE.
           MOVE "S" TO DATOS-VALIDOS.
           IF CONTINGENTE-NOMBRE = SPACE OR
              CONTINGENTE-APELLIDOS = SPACE
               DISPLAY "El nombre y los apellidos son obligatorios."
               MOVE "N" TO DATOS-VALIDOS.
           IF NOT CONTINGENTE-ETT AND NOT CONTINGENTE-CONTRATA
               DISPLAY "El tipo debe ser E o C."
               MOVE "N" TO DATOS-VALIDOS.
           IF CONTINGENTE-AGENCIA = SPACE
               DISPLAY "La agencia es obligatoria: sin ella no se "
                       "concilia su factura."
               MOVE "N" TO DATOS-VALIDOS.
           MOVE CONTINGENTE-DEPARTAMENTO TO DEPARTAMENTOS-CODIGO.
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   DISPLAY "El departamento de destino no existe."
                   MOVE "N" TO DATOS-VALIDOS
           END-READ.
           IF SUCURSALES-DISPONIBLES = "S" AND
              CONTINGENTE-SUCURSAL NOT = SPACE
               MOVE CONTINGENTE-SUCURSAL TO SUCURSAL-CODIGO
               READ SUCURSALES-ARCHIVO
                   INVALID KEY
                       DISPLAY "La sucursal no existe."
                       MOVE "N" TO DATOS-VALIDOS
               END-READ.
           IF CONTINGENTE-FECHA-INICIO = 0
               DISPLAY "La fecha de inicio del encargo es "
                       "obligatoria."
               MOVE "N" TO DATOS-VALIDOS.
           IF CONTINGENTE-FECHA-FIN > 0 AND
              CONTINGENTE-FECHA-FIN < CONTINGENTE-FECHA-INICIO
               DISPLAY "La fecha de fin es anterior a la de inicio."
               MOVE "N" TO DATOS-VALIDOS.
           IF CONTINGENTE-TARIFA-HORA = 0
               DISPLAY "La tarifa por hora debe ser mayor que cero."
               MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "N"
               DISPLAY "No se graba el personal externo.".

       MODIFICAR-ENCARGO.
           IF CONTINGENTE-FINALIZADO
               DISPLAY "El encargo esta finalizado; para una nueva "
                       "cesion se da de alta con otro ID."
           ELSE
               PERFORM PEDIR-DATOS-ENCARGO
               PERFORM VALIDAR-CONTINGENTE
               IF DATOS-VALIDOS = "S"
                   REWRITE CONTINGENTE-REGISTRO
                       INVALID KEY
                           DISPLAY "Error al actualizar el encargo."
                   END-REWRITE
                   ADD 1 TO CONT-MODIFICADOS
                   DISPLAY "Encargo actualizado.".

       FINALIZAR-ENCARGO.
      *Como en la baja de un empleado, el encargo no se cierra
      *mientras la persona tenga material de empresa sin devolver.
      *Cerrado, sale del extracto del reloj y sus fichajes
      *posteriores a la fecha de fin son excepciones.
           IF CONTINGENTE-FINALIZADO
               DISPLAY "El encargo ya estaba finalizado el "
                       CONTINGENTE-FECHA-FIN "."
               GO TO FINALIZAR-ENCARGO-FIN.
           PERFORM VERIFICAR-MATERIAL.
           IF CONT-MATERIAL-PENDIENTE > 0
               DISPLAY "El encargo no se finaliza: quedan "
                       CONT-MATERIAL-PENDIENTE
                       " articulos de material sin devolver."
               GO TO FINALIZAR-ENCARGO-FIN.
           DISPLAY "Ultimo dia del encargo (AAAAMMDD, en blanco "
                   "hoy): ".
           MOVE SPACE TO FECHA-ENTRADA-X.
           ACCEPT FECHA-ENTRADA-X.
           IF FECHA-ENTRADA-X IS NUMERIC
               MOVE FECHA-ENTRADA-9 TO CONTINGENTE-FECHA-FIN
           ELSE
               MOVE FECHA-DE-HOY TO CONTINGENTE-FECHA-FIN.
           IF CONTINGENTE-FECHA-FIN < CONTINGENTE-FECHA-INICIO
               DISPLAY "La fecha de fin es anterior a la de inicio, "
                       "no se finaliza el encargo."
               GO TO FINALIZAR-ENCARGO-FIN.
           MOVE "F" TO CONTINGENTE-ESTADO.
           REWRITE CONTINGENTE-REGISTRO
               INVALID KEY
                   DISPLAY "Error al finalizar el encargo."
           END-REWRITE.
           ADD 1 TO CONT-FINALIZADOS.
           DISPLAY "Encargo finalizado el " CONTINGENTE-FECHA-FIN ".".

       FINALIZAR-ENCARGO-FIN.
           EXIT.

       VERIFICAR-MATERIAL.
           MOVE ZERO TO CONT-MATERIAL-PENDIENTE.
           MOVE "N" TO FIN-MATERIAL.
           OPEN INPUT MATERIAL-ARCHIVO.
           IF MATERIAL-ARCHIVO-STATUS = "35"
               MOVE "S" TO FIN-MATERIAL
           ELSE
               MOVE CONTINGENTE-ID TO MATERIAL-EMPLEADOS-ID
               MOVE SPACE TO MATERIAL-ARTICULO
               START MATERIAL-ARCHIVO KEY IS NOT LESS THAN
                   MATERIAL-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-MATERIAL
               END-START.
           PERFORM LISTAR-MATERIAL-PENDIENTE
           UNTIL FIN-MATERIAL = "S".
           IF MATERIAL-ARCHIVO-STATUS NOT = "35"
               CLOSE MATERIAL-ARCHIVO.

       LISTAR-MATERIAL-PENDIENTE.
           IF FIN-MATERIAL = "N"
               READ MATERIAL-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-MATERIAL
               END-READ.
           IF FIN-MATERIAL = "N" AND
              MATERIAL-EMPLEADOS-ID NOT = CONTINGENTE-ID
               MOVE "S" TO FIN-MATERIAL.
           IF FIN-MATERIAL = "N" AND
              MATERIAL-FECHA-DEVOLUCION = 0
               ADD 1 TO CONT-MATERIAL-PENDIENTE
               DISPLAY "MATERIAL SIN DEVOLVER: "
                       MATERIAL-ARTICULO " "
                       MATERIAL-DESCRIPCION " SERIE: "
                       MATERIAL-SERIE " ENTREGADO EL "
                       MATERIAL-FECHA-ENTREGA.

       REINICIAR.
           MOVE SPACE TO SI-NO.
           PERFORM PREGUNTAR-SI-NO
           UNTIL SI-NO = "S" OR SI-NO = "N".

       PREGUNTAR-SI-NO.
           DISPLAY "Desea mantener otro personal externo?".
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO = "n"
               MOVE "N" TO SI-NO.
           IF SI-NO NOT = "S" AND SI-NO NOT = "N"
               DISPLAY "Debes introducir S/N.".

       END PROGRAM ALTA-CONTINGENTES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTA-PROYECTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo maestro de proyectos de clientes.
       COPY "copybooks/28-PhProyectos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo maestro de proyectos de clientes.
       COPY "copybooks/28-LoProyectos.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  DATOS-VALIDOS PIC X.
       77  ACCION-ELEGIDA PIC X.
       77  CONT-ALTAS PIC 9(5) COMP VALUE 0.
       77  CONT-MODIFICADOS PIC 9(5) COMP VALUE 0.
       77  CONT-CERRADOS PIC 9(5) COMP VALUE 0.

       01  CODIGO-PROYECTO PIC X(8).
       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-ENTRADA-X PIC X(8).
       01  FECHA-ENTRADA-9 REDEFINES FECHA-ENTRADA-X PIC 9(8).

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo maestro de proyectos.
       COPY "copybooks/28-EstadoProyectos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Alta, modificacion y cierre de los proyectos de clientes a
      *los que el personal imputa horas. Un proyecto cerrado no
      *admite imputaciones nuevas pero sus horas ya imputadas siguen
      *saliendo en el informe de coste de proyectos.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO NOT = "S"
               DISPLAY "Acceso denegado."
               GO TO TERMINA-PROGRAMA.
           PERFORM ABRIR-PROYECTOS.
           MOVE "S" TO SI-NO.
           PERFORM MANTENER-PROYECTO
           UNTIL SI-NO = "N".
           CLOSE PROYECTOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-PROYECTOS.
           DISPLAY "Proyectos dados de alta:      " CONT-ALTAS.
           DISPLAY "Proyectos modificados:        " CONT-MODIFICADOS.
           DISPLAY "Proyectos cerrados:           " CONT-CERRADOS.

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *Lo que se factura a cada cliente depende de este maestro: el
      *mantenimiento requiere rol de supervisor.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       ABRIR-PROYECTOS.
      *El maestro de proyectos es un archivo indexado. Si todavia no
      *existe lo creamos antes de abrirlo en modo aleatorio.
           OPEN I-O PROYECTOS-ARCHIVO.
           IF PROYECTOS-ARCHIVO-STATUS = "35"
               OPEN OUTPUT PROYECTOS-ARCHIVO
               CLOSE PROYECTOS-ARCHIVO
               OPEN I-O PROYECTOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-PROYECTOS.

       COMPROBAR-ESTADO-PROYECTOS.
           IF PROYECTOS-ARCHIVO-STATUS NOT = "00" AND
              PROYECTOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado del maestro de proyectos inesperado: "
                       PROYECTOS-ARCHIVO-STATUS.

       MANTENER-PROYECTO.
           DISPLAY "Codigo del proyecto (8 caracteres): ".
           MOVE SPACE TO CODIGO-PROYECTO.
           ACCEPT CODIGO-PROYECTO.
           IF CODIGO-PROYECTO = SPACE
               DISPLAY "El codigo del proyecto es obligatorio."
           ELSE
               PERFORM OBTENER-PROYECTO
               IF REGISTRO-ENCONTRADO = "N"
                   PERFORM ALTA-PROYECTO
               ELSE
                   PERFORM MOSTRAR-PROYECTO
                   PERFORM PEDIR-ACCION
                   IF ACCION-ELEGIDA = "M"
                       PERFORM MODIFICAR-PROYECTO
                   ELSE
                   IF ACCION-ELEGIDA = "C"
                       PERFORM CERRAR-PROYECTO
                           THRU CERRAR-PROYECTO-FIN.
           PERFORM REINICIAR.

       OBTENER-PROYECTO.
           MOVE CODIGO-PROYECTO TO PROYECTO-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ PROYECTOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.

       MOSTRAR-PROYECTO.
           DISPLAY "Codigo:        " PROYECTO-CODIGO.
           DISPLAY "Nombre:        " PROYECTO-NOMBRE.
           DISPLAY "Cliente:       " PROYECTO-CLIENTE.
           DISPLAY "Facturable:    " PROYECTO-FACTURABLE.
           DISPLAY "Vigencia:      " PROYECTO-FECHA-INICIO
                   " a " PROYECTO-FECHA-FIN.
           DISPLAY "Estado:        " PROYECTO-ESTADO
                   " (A = abierto, C = cerrado)".

       PEDIR-ACCION.
           MOVE SPACE TO ACCION-ELEGIDA.
           PERFORM PREGUNTAR-ACCION
           UNTIL ACCION-ELEGIDA = "M" OR ACCION-ELEGIDA = "C" OR
                 ACCION-ELEGIDA = "N".

       PREGUNTAR-ACCION.
           DISPLAY "Modificar el proyecto (M), cerrarlo (C) o "
                   "nada (N)?".
           ACCEPT ACCION-ELEGIDA.
           IF ACCION-ELEGIDA = "m"
               MOVE "M" TO ACCION-ELEGIDA.
           IF ACCION-ELEGIDA = "c"
               MOVE "C" TO ACCION-ELEGIDA.
           IF ACCION-ELEGIDA = "n"
               MOVE "N" TO ACCION-ELEGIDA.
           IF ACCION-ELEGIDA NOT = "M" AND ACCION-ELEGIDA NOT = "C"
              AND ACCION-ELEGIDA NOT = "N"
               DISPLAY "Debes introducir M, C o N.".

       ALTA-PROYECTO.
           DISPLAY "Proyecto nuevo.".
           MOVE SPACE TO PROYECTO-REGISTRO.
           MOVE CODIGO-PROYECTO TO PROYECTO-CODIGO.
           DISPLAY "Fecha de inicio (AAAAMMDD, en blanco hoy): ".
           MOVE SPACE TO FECHA-ENTRADA-X.
           ACCEPT FECHA-ENTRADA-X.
           IF FECHA-ENTRADA-X IS NUMERIC
               MOVE FECHA-ENTRADA-9 TO PROYECTO-FECHA-INICIO
           ELSE
               MOVE FECHA-DE-HOY TO PROYECTO-FECHA-INICIO.
           MOVE "A" TO PROYECTO-ESTADO.
           PERFORM PEDIR-DATOS-PROYECTO.
           PERFORM VALIDAR-PROYECTO.
           IF DATOS-VALIDOS = "S"
               WRITE PROYECTO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el proyecto "
                               PROYECTO-CODIGO
                       MOVE "N" TO DATOS-VALIDOS
               END-WRITE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-ALTAS
               DISPLAY "Proyecto " PROYECTO-CODIGO " dado de alta.".

       PEDIR-DATOS-PROYECTO.
      *Datos que pueden cambiar mientras el proyecto esta abierto.
           DISPLAY "Nombre del proyecto: ".
           ACCEPT PROYECTO-NOMBRE.
           DISPLAY "Cliente (tal como figura en sus facturas): ".
           ACCEPT PROYECTO-CLIENTE.
           MOVE SPACE TO PROYECTO-FACTURABLE.
           PERFORM PEDIR-FACTURABLE
           UNTIL PROYECTO-FACTURABLE = "S" OR
                 PROYECTO-FACTURABLE = "N".
           DISPLAY "Fecha de fin prevista (AAAAMMDD, ceros si no "
                   "tiene fin previsto): ".
           MOVE SPACE TO FECHA-ENTRADA-X.
           ACCEPT FECHA-ENTRADA-X.
           IF FECHA-ENTRADA-X IS NUMERIC
               MOVE FECHA-ENTRADA-9 TO PROYECTO-FECHA-FIN
           ELSE
               MOVE ZERO TO PROYECTO-FECHA-FIN.

       PEDIR-FACTURABLE.
      *Las horas de un proyecto no facturable (interno, preventa)
      *se valoran igual pero facturacion no las repercute.
           DISPLAY "Se facturan las horas al cliente? (S/N): ".
           ACCEPT PROYECTO-FACTURABLE.
           IF PROYECTO-FACTURABLE = "s"
               MOVE "S" TO PROYECTO-FACTURABLE.
           IF PROYECTO-FACTURABLE = "n"
               MOVE "N" TO PROYECTO-FACTURABLE.
           IF PROYECTO-FACTURABLE NOT = "S" AND
              PROYECTO-FACTURABLE NOT = "N"
               DISPLAY "Debes introducir S/N.".

       VALIDAR-PROYECTO.
           MOVE "S" TO DATOS-VALIDOS.
           IF PROYECTO-NOMBRE = SPACE
               DISPLAY "El nombre del proyecto es obligatorio."
               MOVE "N" TO DATOS-VALIDOS.
           IF PROYECTO-CLIENTE = SPACE
               DISPLAY "El cliente es obligatorio: sin el no se "
                       "factura el proyecto."
               MOVE "N" TO DATOS-VALIDOS.
           IF PROYECTO-FECHA-FIN > 0 AND
              PROYECTO-FECHA-FIN < PROYECTO-FECHA-INICIO
               DISPLAY "La fecha de fin es anterior a la de inicio."
               MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "N"
               DISPLAY "No se graba el proyecto.".

       MODIFICAR-PROYECTO.
           IF PROYECTO-CERRADO
               DISPLAY "El proyecto esta cerrado y no se modifica."
           ELSE
               PERFORM PEDIR-DATOS-PROYECTO
               PERFORM VALIDAR-PROYECTO
               IF DATOS-VALIDOS = "S"
                   REWRITE PROYECTO-REGISTRO
                       INVALID KEY
                           DISPLAY "Error al actualizar el proyecto."
                   END-REWRITE
                   ADD 1 TO CONT-MODIFICADOS
                   DISPLAY "Proyecto actualizado.".

       CERRAR-PROYECTO.
      *El cierre fija la fecha de fin: las imputaciones posteriores
      *se rechazan al teclearlas y salen como estructura en el
      *informe si llegan del reloj.
           IF PROYECTO-CERRADO
               DISPLAY "El proyecto ya estaba cerrado el "
                       PROYECTO-FECHA-FIN "."
               GO TO CERRAR-PROYECTO-FIN.
           DISPLAY "Ultimo dia del proyecto (AAAAMMDD, en blanco "
                   "hoy): ".
           MOVE SPACE TO FECHA-ENTRADA-X.
           ACCEPT FECHA-ENTRADA-X.
           IF FECHA-ENTRADA-X IS NUMERIC
               MOVE FECHA-ENTRADA-9 TO PROYECTO-FECHA-FIN
           ELSE
               MOVE FECHA-DE-HOY TO PROYECTO-FECHA-FIN.
           IF PROYECTO-FECHA-FIN < PROYECTO-FECHA-INICIO
               DISPLAY "La fecha de fin es anterior a la de inicio, "
                       "no se cierra el proyecto."
               GO TO CERRAR-PROYECTO-FIN.
           MOVE "C" TO PROYECTO-ESTADO.
           REWRITE PROYECTO-REGISTRO
               INVALID KEY
                   DISPLAY "Error al cerrar el proyecto."
           END-REWRITE.
           ADD 1 TO CONT-CERRADOS.
           DISPLAY "Proyecto cerrado el " PROYECTO-FECHA-FIN ".".

       CERRAR-PROYECTO-FIN.
           EXIT.

       REINICIAR.
           MOVE SPACE TO SI-NO.
           PERFORM PREGUNTAR-SI-NO
           UNTIL SI-NO = "S" OR SI-NO = "N".

       PREGUNTAR-SI-NO.
           DISPLAY "Desea mantener otro proyecto?".
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO = "n"
               MOVE "N" TO SI-NO.
           IF SI-NO NOT = "S" AND SI-NO NOT = "N"
               DISPLAY "Debes introducir S/N.".

       END PROGRAM ALTA-PROYECTOS.

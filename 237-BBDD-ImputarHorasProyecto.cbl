       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPUTAR-HORAS-PROYECTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de proyectos de clientes.
       COPY "copybooks/28-PhProyectos.cbl".
      *Archivo de horas imputadas a proyectos.
       COPY "copybooks/28-PhHorasProyecto.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de proyectos de clientes.
       COPY "copybooks/28-LoProyectos.cbl".
      *Archivo de horas imputadas a proyectos.
       COPY "copybooks/28-LoHorasProyecto.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  DATOS-VALIDOS PIC X.
       77  CONT-IMPUTADAS PIC 9(5) COMP VALUE 0.

       01  OPERADOR-ID-ACTUAL PIC X(6).
       01  ID-EMPLEADO PIC X(6).
       01  CODIGO-PROYECTO PIC X(8).
       01  HORAS-ENTRADA PIC 9(2)V99.
       01  FECHA-DE-HOY PIC 9(8).

      *Las fechas se teclean como AAAAMMDD y se validan de formato
      *antes de moverlas, con el mismo desglose por redefinicion de
      *27-BBDD-ModificarIndexFile.cbl.
       01  FECHA-ENTRADA-X PIC X(8).
       01  FECHA-ENTRADA-9 REDEFINES FECHA-ENTRADA-X PIC 9(8).
       01  FECHA-ENTRADA-R REDEFINES FECHA-ENTRADA-X.
           05 ENTRADA-ANIO PIC 9(4).
           05 ENTRADA-MES PIC 9(2).
           05 ENTRADA-DIA PIC 9(2).

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de proyectos.
       COPY "copybooks/28-EstadoProyectos.cbl".
      *Estado del archivo de horas imputadas a proyectos.
       COPY "copybooks/28-EstadoHorasProyecto.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Los supervisores imputan a proyecto las horas del personal
      *que no las marca en el reloj, o corrigen lo que el reloj
      *exporto sin proyecto. Cada imputacion se anade al final del
      *archivo de horas por proyecto con su ID de operador.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO NOT = "S"
               DISPLAY "Acceso denegado."
               GO TO TERMINA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           IF PROYECTOS-ARCHIVO-STATUS NOT = "00"
               DISPLAY "No hay maestro de proyectos, no se puede "
                       "imputar."
               CLOSE EMPLEADOS-ARCHIVO
               GO TO TERMINA-PROGRAMA.
           MOVE "S" TO SI-NO.
           PERFORM IMPUTAR-HORAS
           UNTIL SI-NO = "N".
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Imputaciones grabadas en esta ejecucion: "
                   CONT-IMPUTADAS.

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *Las horas imputadas acaban en la factura del cliente: la
      *imputacion manual requiere rol de supervisor.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.
           MOVE SESION-OPERADOR-ID TO OPERADOR-ID-ACTUAL.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN INPUT PROYECTOS-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE PROYECTOS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       COMPROBAR-ESTADO-HORAS-PROYECTO.
           IF HORAS-PROYECTO-STATUS NOT = "00"
               DISPLAY "Estado del archivo de horas por proyecto "
                       "inesperado: " HORAS-PROYECTO-STATUS.

       IMPUTAR-HORAS.
           PERFORM OBTENER-DATOS-IMPUTACION.
           IF DATOS-VALIDOS = "S"
               PERFORM GRABAR-IMPUTACION.
           PERFORM REINICIAR.

       OBTENER-DATOS-IMPUTACION.
           MOVE "S" TO DATOS-VALIDOS.
           DISPLAY "ID del empleado: ".
           MOVE SPACE TO ID-EMPLEADO.
           ACCEPT ID-EMPLEADO.
           MOVE ID-EMPLEADO TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO DATOS-VALIDOS
                   DISPLAY "No existe ningun empleado con ese ID."
           END-READ.
           IF DATOS-VALIDOS = "S" AND EMPLEADOS-INACTIVO
               DISPLAY "El empleado esta inactivo, no se le pueden "
                       "imputar horas."
               MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               PERFORM PEDIR-FECHA-IMPUTACION.
           IF DATOS-VALIDOS = "S"
               PERFORM PEDIR-PROYECTO.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Horas imputadas (hasta 24, dos decimales): "
               MOVE ZERO TO HORAS-ENTRADA
               ACCEPT HORAS-ENTRADA
               IF HORAS-ENTRADA = 0 OR HORAS-ENTRADA > 24
                   DISPLAY "Las horas deben estar entre 0 y 24."
                   MOVE "N" TO DATOS-VALIDOS.

       PEDIR-FECHA-IMPUTACION.
           DISPLAY "Fecha trabajada (AAAAMMDD): ".
           MOVE SPACE TO FECHA-ENTRADA-X.
           ACCEPT FECHA-ENTRADA-X.
           IF FECHA-ENTRADA-X NOT NUMERIC
               DISPLAY "Fecha invalida, deben ser 8 digitos AAAAMMDD."
               MOVE "N" TO DATOS-VALIDOS
           ELSE
               IF ENTRADA-MES < 1 OR ENTRADA-MES > 12 OR
                  ENTRADA-DIA < 1 OR ENTRADA-DIA > 31
                   DISPLAY "Fecha invalida, mes o dia fuera de rango."
                   MOVE "N" TO DATOS-VALIDOS
               ELSE
                   IF FECHA-ENTRADA-9 > FECHA-DE-HOY
                       DISPLAY "No se imputan horas de dias futuros."
                       MOVE "N" TO DATOS-VALIDOS
                   ELSE
                       IF FECHA-ENTRADA-9 < EMPLEADOS-FECHA-ALTA
                           DISPLAY "La fecha es anterior al alta "
                                   "del empleado."
                           MOVE "N" TO DATOS-VALIDOS.

       PEDIR-PROYECTO.
      *Solo se imputa a proyectos abiertos y dentro de sus fechas.
           DISPLAY "Codigo del proyecto: ".
           MOVE SPACE TO CODIGO-PROYECTO.
           ACCEPT CODIGO-PROYECTO.
           MOVE CODIGO-PROYECTO TO PROYECTO-CODIGO.
           READ PROYECTOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO DATOS-VALIDOS
                   DISPLAY "No existe ningun proyecto con ese codigo."
           END-READ.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Proyecto: " PROYECTO-NOMBRE
                       " Cliente: " PROYECTO-CLIENTE
               IF PROYECTO-CERRADO AND
                  FECHA-ENTRADA-9 > PROYECTO-FECHA-FIN
                   DISPLAY "El proyecto se cerro el "
                           PROYECTO-FECHA-FIN "."
                   MOVE "N" TO DATOS-VALIDOS
               ELSE
                   IF FECHA-ENTRADA-9 < PROYECTO-FECHA-INICIO OR
                      (PROYECTO-FECHA-FIN > 0 AND
                       FECHA-ENTRADA-9 > PROYECTO-FECHA-FIN)
                       DISPLAY "La fecha esta fuera de la vigencia "
                               "del proyecto ("
                               PROYECTO-FECHA-INICIO " a "
                               PROYECTO-FECHA-FIN ")."
                       MOVE "N" TO DATOS-VALIDOS.

       GRABAR-IMPUTACION.
      *El archivo es secuencial y lo comparte la exportacion del
      *reloj: se abre para anadir y se crea si todavia no existe.
           OPEN EXTEND HORAS-PROYECTO-ARCHIVO.
           IF HORAS-PROYECTO-STATUS = "35"
               OPEN OUTPUT HORAS-PROYECTO-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-HORAS-PROYECTO.
           MOVE SPACE TO HPROY-REGISTRO.
           MOVE ID-EMPLEADO TO HPROY-EMPLEADOS-ID.
           MOVE FECHA-ENTRADA-9 TO HPROY-FECHA.
           MOVE CODIGO-PROYECTO TO HPROY-PROYECTO.
           MOVE HORAS-ENTRADA TO HPROY-HORAS.
           MOVE "S" TO HPROY-ORIGEN.
           MOVE OPERADOR-ID-ACTUAL TO HPROY-OPERADOR-ID.
           WRITE HPROY-REGISTRO.
           PERFORM COMPROBAR-ESTADO-HORAS-PROYECTO.
           CLOSE HORAS-PROYECTO-ARCHIVO.
           ADD 1 TO CONT-IMPUTADAS.
           DISPLAY "Imputacion grabada.".

       REINICIAR.
           MOVE SPACE TO SI-NO.
           PERFORM PREGUNTAR-SI-NO
           UNTIL SI-NO = "S" OR SI-NO = "N".

       PREGUNTAR-SI-NO.
           DISPLAY "Desea imputar otras horas?".
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO = "n"
               MOVE "N" TO SI-NO.
           IF SI-NO NOT = "S" AND SI-NO NOT = "N"
               DISPLAY "Debes introducir S/N.".

       END PROGRAM IMPUTAR-HORAS-PROYECTO.

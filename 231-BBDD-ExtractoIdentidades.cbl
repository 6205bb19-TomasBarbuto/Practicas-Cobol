       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-IDENTIDADES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-PhAuditoria.cbl".
      *Archivo de historial de movimientos de empleo.
       COPY "copybooks/28-PhMovimientos.cbl".
      *Archivo de bajas tramitadas.
       COPY "copybooks/28-PhBajas.cbl".
      *Archivo diario de identidades para sistemas.
       COPY "copybooks/28-PhIdentidades.cbl".
      *Archivo de control del archivo de identidades.
       COPY "copybooks/28-PhSecuenciaIdentidades.cbl".
      *Seguimiento de las bajas enviadas a sistemas.
       COPY "copybooks/28-PhBajasAccesos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-LoAuditoria.cbl".
      *Archivo de historial de movimientos de empleo.
       COPY "copybooks/28-LoMovimientos.cbl".
      *Archivo de bajas tramitadas.
       COPY "copybooks/28-LoBajas.cbl".
      *Archivo diario de identidades para sistemas.
       COPY "copybooks/28-LoIdentidades.cbl".
      *Archivo de control del archivo de identidades.
       COPY "copybooks/28-LoSecuenciaIdentidades.cbl".
      *Seguimiento de las bajas enviadas a sistemas.
       COPY "copybooks/28-LoBajasAccesos.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-AUDITORIA PIC X.
       77  FIN-MOVIMIENTOS PIC X.
       77  FIN-BAJAS PIC X.
       77  EMPLEADO-ENCONTRADO PIC X.
       77  EMPLEADOS-DISPONIBLES PIC X.
       77  CONT-REGISTROS PIC 9(7) COMP VALUE 0.
       77  CONT-ALTAS PIC 9(7) COMP VALUE 0.
       77  CONT-MOVIMIENTOS PIC 9(7) COMP VALUE 0.
       77  CONT-BAJAS PIC 9(7) COMP VALUE 0.

       01  FECHA-DE-NEGOCIO PIC 9(8).
       01  SECUENCIA-TRANSMISION PIC 9(6).
       01  CONT-EDITADO PIC Z(6)9.
      *Hasta donde llego la pasada anterior y hasta donde llega
      *esta en la auditoria y en el historial de movimientos.
       01  AUDITORIA-ANTERIOR PIC 9(9).
       01  AUDITORIA-NUEVA PIC 9(9).
       01  MARCA-ANTERIOR.
           05 MARCA-ANTERIOR-FECHA PIC 9(8).
           05 MARCA-ANTERIOR-HORA PIC 9(8).
       01  MARCA-NUEVA.
           05 MARCA-NUEVA-FECHA PIC 9(8).
           05 MARCA-NUEVA-HORA PIC 9(8).
       01  MARCA-LEIDA.
           05 MARCA-LEIDA-FECHA PIC 9(8).
           05 MARCA-LEIDA-HORA PIC 9(8).

      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de dias laborables.
       COPY "copybooks/28-LkLaborables.cbl".
      *Area de peticion del modulo de cifras de control de la cadena.
       COPY "copybooks/28-LkBalance.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de auditoria.
       COPY "copybooks/28-EstadoAuditoria.cbl".
      *Estado del archivo de historial de movimientos.
       COPY "copybooks/28-EstadoMovimientos.cbl".
      *Estado del archivo de bajas tramitadas.
       COPY "copybooks/28-EstadoBajas.cbl".
      *Estado del archivo diario de identidades.
       COPY "copybooks/28-EstadoIdentidades.cbl".
      *Estado del archivo de control del archivo de identidades.
       COPY "copybooks/28-EstadoSecuenciaIdentidades.cbl".
      *Estado del seguimiento de bajas enviadas a sistemas.
       COPY "copybooks/28-EstadoBajasAccesos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Paso nocturno: las altas de la auditoria, los cambios de
      *departamento, sucursal o grado del historial de movimientos
      *y las bajas tramitadas desde la pasada anterior salen en
      *IDENTIDADES.TXT para que sistemas cree, revise o desactive
      *las cuentas. Las marcas de la auditoria y de los movimientos
      *solo avanzan al terminar: lo de una pasada interrumpida se
      *vuelve a enviar la noche siguiente.
           MOVE 0 TO CONT-REGISTROS.
           MOVE 0 TO CONT-ALTAS.
           MOVE 0 TO CONT-MOVIMIENTOS.
           MOVE 0 TO CONT-BAJAS.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-NEGOCIO.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           IF IDENTIDADES-ARCHIVO-STATUS NOT = "00" OR
              BAJAS-ACCESOS-STATUS NOT = "00"
               DISPLAY "No se pudo generar el archivo de identidades."
               PERFORM PROCEDIMIENTO-DE-CIERRE
               GO TO TERMINA-PROGRAMA.
           PERFORM ESCRIBIR-CABECERA.
           PERFORM EXTRAER-ALTAS.
           PERFORM EXTRAER-MOVIMIENTOS.
           PERFORM EXTRAER-BAJAS.
           PERFORM ESCRIBIR-COLA.
           PERFORM GUARDAR-MARCAS.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Archivo de identidades generado en IDENTIDADES.TXT".
           MOVE CONT-ALTAS TO CONT-EDITADO.
           DISPLAY "Altas:        " CONT-EDITADO.
           MOVE CONT-MOVIMIENTOS TO CONT-EDITADO.
           DISPLAY "Movimientos:  " CONT-EDITADO.
           MOVE CONT-BAJAS TO CONT-EDITADO.
           DISPLAY "Bajas:        " CONT-EDITADO.
           PERFORM ANOTAR-CIFRAS-DE-CONTROL.

       TERMINA-PROGRAMA.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "S" TO EMPLEADOS-DISPONIBLES.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO EMPLEADOS-DISPONIBLES.
           OPEN OUTPUT IDENTIDADES-ARCHIVO.
           PERFORM ABRIR-SECUENCIA.
           OPEN I-O BAJAS-ACCESOS-ARCHIVO.
           IF BAJAS-ACCESOS-STATUS = "35"
               OPEN OUTPUT BAJAS-ACCESOS-ARCHIVO
               CLOSE BAJAS-ACCESOS-ARCHIVO
               OPEN I-O BAJAS-ACCESOS-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           IF EMPLEADOS-DISPONIBLES = "S"
               CLOSE EMPLEADOS-ARCHIVO.
           CLOSE IDENTIDADES-ARCHIVO.
           CLOSE SECUENCIA-IDENTIDADES-ARCHIVO.
           CLOSE BAJAS-ACCESOS-ARCHIVO.

       ABRIR-SECUENCIA.
      *Un unico registro de control, creado a cero la primera vez
      *como el contador del extracto de nomina: la primera pasada
      *envia todo lo que hay en los tres archivos.
           OPEN I-O SECUENCIA-IDENTIDADES-ARCHIVO.
           IF SECUENCIA-IDENTIDADES-STATUS = "35"
               OPEN OUTPUT SECUENCIA-IDENTIDADES-ARCHIVO
               MOVE ZEROES TO SECUENCIA-IDENTIDADES-REGISTRO
               WRITE SECUENCIA-IDENTIDADES-REGISTRO
               CLOSE SECUENCIA-IDENTIDADES-ARCHIVO
               OPEN I-O SECUENCIA-IDENTIDADES-ARCHIVO.
           READ SECUENCIA-IDENTIDADES-ARCHIVO
               INVALID KEY
                   MOVE ZEROES TO SECUENCIA-IDENTIDADES-REGISTRO
           END-READ.
           MOVE SECIDENT-AUDITORIA TO AUDITORIA-ANTERIOR.
           MOVE SECIDENT-AUDITORIA TO AUDITORIA-NUEVA.
           MOVE SECIDENT-MOVIMIENTO-FECHA TO MARCA-ANTERIOR-FECHA.
           MOVE SECIDENT-MOVIMIENTO-HORA TO MARCA-ANTERIOR-HORA.
           MOVE MARCA-ANTERIOR TO MARCA-NUEVA.
           MOVE SECIDENT-ULTIMA TO SECUENCIA-TRANSMISION.
           ADD 1 TO SECUENCIA-TRANSMISION.

       ESCRIBIR-CABECERA.
           MOVE SPACE TO IDENT-CABECERA-REGISTRO.
           MOVE "C" TO IDENT-CABECERA-TIPO.
           MOVE FECHA-DE-NEGOCIO TO IDENT-CABECERA-FECHA.
           MOVE SECUENCIA-TRANSMISION TO IDENT-CABECERA-SECUENCIA.
           WRITE IDENT-CABECERA-REGISTRO.

       ESCRIBIR-COLA.
           MOVE SPACE TO IDENT-COLA-REGISTRO.
           MOVE "T" TO IDENT-COLA-TIPO.
           MOVE CONT-REGISTROS TO IDENT-COLA-REGISTROS.
           MOVE CONT-ALTAS TO IDENT-COLA-ALTAS.
           MOVE CONT-MOVIMIENTOS TO IDENT-COLA-MOVIMIENTOS.
           MOVE CONT-BAJAS TO IDENT-COLA-BAJAS.
           WRITE IDENT-COLA-REGISTRO.

       GUARDAR-MARCAS.
           MOVE SECUENCIA-TRANSMISION TO SECIDENT-ULTIMA.
           MOVE AUDITORIA-NUEVA TO SECIDENT-AUDITORIA.
           MOVE MARCA-NUEVA-FECHA TO SECIDENT-MOVIMIENTO-FECHA.
           MOVE MARCA-NUEVA-HORA TO SECIDENT-MOVIMIENTO-HORA.
           REWRITE SECUENCIA-IDENTIDADES-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el control del "
                           "archivo de identidades."
           END-REWRITE.

       EXTRAER-ALTAS.
      *La auditoria se lee entera; solo cuentan las altas con numero
      *de secuencia posterior al de la pasada anterior.
           OPEN INPUT EMPLEADOS-AUDITORIA.
           IF AUDITORIA-ARCHIVO-STATUS = "00"
               MOVE "N" TO FIN-AUDITORIA
               PERFORM LEER-AUDITORIA
               UNTIL FIN-AUDITORIA = "S"
               CLOSE EMPLEADOS-AUDITORIA.

       LEER-AUDITORIA.
           READ EMPLEADOS-AUDITORIA
               AT END
                   MOVE "S" TO FIN-AUDITORIA
           END-READ.
           IF FIN-AUDITORIA = "N" AND
              AUDITORIA-SECUENCIA > AUDITORIA-ANTERIOR
               IF AUDITORIA-SECUENCIA > AUDITORIA-NUEVA
                   MOVE AUDITORIA-SECUENCIA TO AUDITORIA-NUEVA
               END-IF
               IF AUDITORIA-ALTA
                   MOVE AUDITORIA-EMPLEADOS-ID TO EMPLEADOS-ID
                   PERFORM PREPARAR-DETALLE
                   MOVE "A" TO IDENT-EVENTO
                   MOVE AUDITORIA-FECHA TO IDENT-FECHA-EVENTO
                   PERFORM ESCRIBIR-DETALLE
                   ADD 1 TO CONT-ALTAS.

       EXTRAER-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-ARCHIVO-STATUS = "00"
               MOVE "N" TO FIN-MOVIMIENTOS
               PERFORM LEER-MOVIMIENTO
               UNTIL FIN-MOVIMIENTOS = "S"
               CLOSE MOVIMIENTOS-ARCHIVO.

       LEER-MOVIMIENTO.
      *Los cambios de empresa no salen como movimiento: el traslado
      *entre empresas ya envia la baja en la de origen y el alta en
      *la de destino.
           READ MOVIMIENTOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-MOVIMIENTOS
           END-READ.
           IF FIN-MOVIMIENTOS = "N"
               MOVE MOVIMIENTO-FECHA TO MARCA-LEIDA-FECHA
               MOVE MOVIMIENTO-HORA TO MARCA-LEIDA-HORA
               IF MARCA-LEIDA > MARCA-ANTERIOR
                   IF MARCA-LEIDA > MARCA-NUEVA
                       MOVE MARCA-LEIDA TO MARCA-NUEVA
                   END-IF
                   IF MOVIMIENTO-DE-DEPARTAMENTO OR
                      MOVIMIENTO-DE-SUCURSAL OR
                      MOVIMIENTO-DE-GRADO
                       PERFORM ANOTAR-MOVIMIENTO.

       ANOTAR-MOVIMIENTO.
           MOVE MOVIMIENTO-EMPLEADOS-ID TO EMPLEADOS-ID.
           PERFORM PREPARAR-DETALLE.
           MOVE "M" TO IDENT-EVENTO.
           MOVE MOVIMIENTO-FECHA TO IDENT-FECHA-EVENTO.
           MOVE MOVIMIENTO-CAMPO TO IDENT-CAMPO-MOVIDO.
           MOVE MOVIMIENTO-VALOR-ANTES TO IDENT-VALOR-ANTES.
           MOVE MOVIMIENTO-VALOR-DESPUES TO IDENT-VALOR-DESPUES.
           PERFORM ESCRIBIR-DETALLE.
           ADD 1 TO CONT-MOVIMIENTOS.

       EXTRAER-BAJAS.
      *Las bajas no llevan hora ni secuencia: se envian las que aun
      *no estan en el seguimiento de bajas a sistemas, que es
      *tambien lo que revisa el informe de accesos tras el acuse.
           OPEN INPUT BAJAS-ARCHIVO.
           IF BAJAS-ARCHIVO-STATUS = "00"
               MOVE "N" TO FIN-BAJAS
               PERFORM LEER-BAJA
               UNTIL FIN-BAJAS = "S"
               CLOSE BAJAS-ARCHIVO.

       LEER-BAJA.
           READ BAJAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-BAJAS
           END-READ.
           IF FIN-BAJAS = "N"
               MOVE BAJA-EMPLEADOS-ID TO BAJACC-EMPLEADOS-ID
               MOVE BAJA-FECHA TO BAJACC-FECHA-BAJA
               READ BAJAS-ACCESOS-ARCHIVO
                   INVALID KEY
                       PERFORM ANOTAR-BAJA
               END-READ.

       ANOTAR-BAJA.
           MOVE BAJA-EMPLEADOS-ID TO EMPLEADOS-ID.
           PERFORM PREPARAR-DETALLE.
           MOVE "B" TO IDENT-EVENTO.
           MOVE BAJA-FECHA TO IDENT-FECHA-EVENTO.
           MOVE BAJA-DEPARTAMENTO TO IDENT-DEPARTAMENTO.
           MOVE BAJA-MOTIVO TO IDENT-MOTIVO-BAJA.
           PERFORM CALCULAR-FECHA-LIMITE.
           PERFORM ESCRIBIR-DETALLE.
           ADD 1 TO CONT-BAJAS.
           MOVE SPACE TO BAJACC-REGISTRO.
           MOVE BAJA-EMPLEADOS-ID TO BAJACC-EMPLEADOS-ID.
           MOVE BAJA-FECHA TO BAJACC-FECHA-BAJA.
           MOVE BAJA-DEPARTAMENTO TO BAJACC-DEPARTAMENTO.
           MOVE BAJA-MOTIVO TO BAJACC-MOTIVO.
           MOVE IDENT-FECHA-LIMITE TO BAJACC-FECHA-LIMITE.
           MOVE FECHA-DE-NEGOCIO TO BAJACC-FECHA-ENVIO.
           MOVE SECUENCIA-TRANSMISION TO BAJACC-SECUENCIA-ENVIO.
           MOVE "P" TO BAJACC-ESTADO.
           MOVE ZEROES TO BAJACC-FECHA-DESACTIVACION.
           WRITE BAJACC-REGISTRO
               INVALID KEY
                   DISPLAY "Error al anotar la baja enviada de "
                           BAJA-EMPLEADOS-ID
           END-WRITE.

       CALCULAR-FECHA-LIMITE.
      *Una baja con fecha futura se desactiva ese mismo dia; una ya
      *causada, como tarde el siguiente laborable al del envio.
           IF BAJA-FECHA > FECHA-DE-NEGOCIO
               MOVE BAJA-FECHA TO IDENT-FECHA-LIMITE
           ELSE
               MOVE SPACE TO LABORABLES-PETICION
               MOVE "S" TO LABORABLES-OPERACION
               MOVE FECHA-DE-NEGOCIO TO LABORABLES-FECHA-DESDE
               MOVE IDENT-SUCURSAL TO LABORABLES-SUCURSAL
               CALL "DIAS-LABORABLES" USING LABORABLES-PETICION
               MOVE LABORABLES-FECHA-RESULTADO TO IDENT-FECHA-LIMITE.

       PREPARAR-DETALLE.
      *Nombre, departamento, sucursal y grado salen del maestro tal
      *como estan hoy; si el empleado ya no esta quedan en blanco.
           MOVE SPACE TO IDENT-REGISTRO.
           MOVE "D" TO IDENT-TIPO-REGISTRO.
           MOVE EMPLEADOS-ID TO IDENT-EMPLEADOS-ID.
           MOVE ZEROES TO IDENT-FECHA-LIMITE.
           MOVE "N" TO EMPLEADO-ENCONTRADO.
           IF EMPLEADOS-DISPONIBLES = "S"
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO EMPLEADO-ENCONTRADO
               END-READ.
           IF EMPLEADO-ENCONTRADO = "S"
               MOVE EMPLEADOS-NOMBRE TO IDENT-NOMBRE
               MOVE EMPLEADOS-APELLIDOS TO IDENT-APELLIDOS
               MOVE EMPLEADOS-DEPARTAMENTO TO IDENT-DEPARTAMENTO
               MOVE EMPLEADOS-SUCURSAL TO IDENT-SUCURSAL
               MOVE EMPLEADOS-GRADO TO IDENT-GRADO.

       ESCRIBIR-DETALLE.
           WRITE IDENT-REGISTRO.
           IF IDENTIDADES-ARCHIVO-STATUS = "00"
               ADD 1 TO CONT-REGISTROS.

       ANOTAR-CIFRAS-DE-CONTROL.
      *Los sucesos detectados (altas, movimientos y bajas) deben
      *coincidir con las lineas de detalle escritas.
           MOVE SPACE TO BALPET-PETICION.
           MOVE "EXTRACTO-IDENTIDADES" TO BALPET-PROGRAMA.
           COMPUTE BALPET-LEIDOS =
                   CONT-ALTAS + CONT-MOVIMIENTOS + CONT-BAJAS.
           MOVE CONT-REGISTROS TO BALPET-ESCRITOS.
           MOVE ZERO TO BALPET-IMPORTE.
           CALL "ANOTAR-BALANCE" USING BALPET-PETICION.

       END PROGRAM EXTRACTO-IDENTIDADES.

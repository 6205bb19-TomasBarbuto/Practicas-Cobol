       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOTA-DISCAPACIDAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de sucursales.
       COPY "copybooks/28-PhSucursales.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de sucursales.
       COPY "copybooks/28-LoSucursales.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  SUCURSALES-DISPONIBLES PIC X.
       77  AVISO-SUCURSALES PIC X VALUE "N".
       77  SUB-I PIC 9(2) COMP VALUE 0.
       77  SUB-J PIC 9(2) COMP VALUE 0.
       77  POSICION-SUCURSAL PIC 9(2) COMP VALUE 0.
       77  CONT-SUCURSALES PIC 9(2) COMP VALUE 0.
       77  CONT-PLANTILLA PIC 9(5) COMP VALUE 0.
       77  CONT-ACREDITADOS PIC 9(5) COMP VALUE 0.
       77  CONT-AVISOS PIC 9(5) COMP VALUE 0.
       77  CONT-REQUERIDOS PIC 9(5) COMP VALUE 0.
       77  CONT-FALTAN PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.
       77  CONT-EDITADO-2 PIC ZZZZ9.

      *Plantilla a partir de la cual rige la cuota de reserva y
      *porcentaje minimo de trabajadores con discapacidad.
       01  PLANTILLA-MINIMA PIC 9(3) VALUE 50.
       01  PORCENTAJE-CUOTA PIC 9(3)V99 VALUE 2.

       01  FECHA-DE-HOY PIC 9(8).
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de reduccion por discapacidad,
      *que decide si la discapacidad esta acreditada a una fecha.
       COPY "copybooks/28-LkDiscapacidad.cbl".

      *Los certificados que caducan antes de esta fecha se avisan
      *para que RRHH pida la renovacion a tiempo.
       01  MESES-PREAVISO PIC 9(2).
       01  FECHA-LIMITE-AVISO PIC 9(8).
       01  FECHA-LIMITE-PARTES REDEFINES FECHA-LIMITE-AVISO.
           05 LIMITE-ANIO PIC 9(4).
           05 LIMITE-MES PIC 9(2).
           05 LIMITE-DIA PIC 9(2).
       01  CADUCIDAD-9 PIC 9(8).
       01  GRADO-9 PIC 9(3).

       01  SUCURSAL-EMPLEADO PIC X(4).
       01  NOMBRE-SUCURSAL PIC X(20).
       01  PORCENTAJE-CALCULADO PIC 9(3)V99.
       01  PORCENTAJE-EDITADO PIC ZZ9.99.
       01  SITUACION-CUOTA PIC X(32).

      *Plantilla activa y acreditados por sucursal.
       01  TABLA-SUCURSALES.
           05 CUOTA-FILA OCCURS 50 TIMES.
               10 CUOTA-SUCURSAL PIC X(4).
               10 CUOTA-PLANTILLA PIC 9(5).
               10 CUOTA-ACREDITADOS PIC 9(5).
       01  FILA-TEMPORAL PIC X(14).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de sucursales.
       COPY "copybooks/28-EstadoSucursales.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           DISPLAY "Meses de preaviso de caducidad (0 = 3): ".
           ACCEPT MESES-PREAVISO.
           IF MESES-PREAVISO = 0
               MOVE 3 TO MESES-PREAVISO.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM CALCULAR-LIMITE-AVISO.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ABRIR-INFORME.
           PERFORM IMPRIMIR-CABECERA-AVISOS.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM REVISAR-EMPLEADO
           UNTIL LEE-TODO = "1".
           IF CONT-AVISOS = 0
               MOVE "L" TO INFORME-OPERACION
               MOVE "   NINGUN CERTIFICADO CADUCADO NI POR CADUCAR."
                   TO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM ORDENAR-SUCURSALES.
           PERFORM IMPRIMIR-CUOTA.
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Plantilla activa: " CONT-PLANTILLA
                   " Con discapacidad acreditada: " CONT-ACREDITADOS
                   " Avisos de caducidad: " CONT-AVISOS.
           STOP RUN.

       CALCULAR-LIMITE-AVISO.
      *La fecha de negocio mas los meses de preaviso; el dia se
      *deja en 28 si el mes de llegada es mas corto.
           MOVE FECHA-DE-HOY TO FECHA-LIMITE-AVISO.
           ADD MESES-PREAVISO TO LIMITE-MES.
           PERFORM PASAR-DE-ANIO
           UNTIL LIMITE-MES NOT > 12.
           IF LIMITE-DIA > 28
               MOVE 28 TO LIMITE-DIA.

       PASAR-DE-ANIO.
           SUBTRACT 12 FROM LIMITE-MES.
           ADD 1 TO LIMITE-ANIO.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "S" TO SUCURSALES-DISPONIBLES.
           OPEN INPUT SUCURSALES-ARCHIVO.
           IF SUCURSALES-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO SUCURSALES-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF SUCURSALES-DISPONIBLES = "S"
               CLOSE SUCURSALES-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       REVISAR-EMPLEADO.
      *Toda la plantilla activa computa para la base de la cuota;
      *solo la discapacidad acreditada a la fecha de negocio computa
      *como reserva cumplida.
           IF EMPLEADOS-ACTIVO
               MOVE SPACE TO DISCAP-PETICION
               IF EMPLEADOS-VERSION-VIGENTE
                   MOVE EMPLEADOS-DISCAPACIDAD-GRADO-X TO DISCAP-GRADO
                   MOVE EMPLEADOS-DISCAPACIDAD-CADUCA-X
                       TO DISCAP-CADUCIDAD
               END-IF
               MOVE FECHA-DE-HOY TO DISCAP-FECHA
               CALL "REDUCCION-DISCAPACIDAD" USING DISCAP-PETICION
               PERFORM SUMAR-A-SUCURSAL
               PERFORM COMPROBAR-CADUCIDAD.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       SUMAR-A-SUCURSAL.
           MOVE EMPLEADOS-SUCURSAL TO SUCURSAL-EMPLEADO.
           ADD 1 TO CONT-PLANTILLA.
           IF DISCAP-EN-VIGOR
               ADD 1 TO CONT-ACREDITADOS.
           PERFORM BUSCAR-SUCURSAL-EN-TABLA.
           IF POSICION-SUCURSAL = 0
               IF CONT-SUCURSALES < 50
                   ADD 1 TO CONT-SUCURSALES
                   MOVE CONT-SUCURSALES TO POSICION-SUCURSAL
                   MOVE SUCURSAL-EMPLEADO
                       TO CUOTA-SUCURSAL (POSICION-SUCURSAL)
                   MOVE ZERO TO CUOTA-PLANTILLA (POSICION-SUCURSAL)
                   MOVE ZERO TO CUOTA-ACREDITADOS (POSICION-SUCURSAL)
               ELSE
                   IF AVISO-SUCURSALES = "N"
                       DISPLAY "Aviso: mas de 50 sucursales, el "
                               "desglose no incluye las siguientes."
                       MOVE "S" TO AVISO-SUCURSALES.
           IF POSICION-SUCURSAL > 0
               ADD 1 TO CUOTA-PLANTILLA (POSICION-SUCURSAL)
               IF DISCAP-EN-VIGOR
                   ADD 1 TO CUOTA-ACREDITADOS (POSICION-SUCURSAL).

       BUSCAR-SUCURSAL-EN-TABLA.
           MOVE 0 TO POSICION-SUCURSAL.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-SUCURSAL
           UNTIL SUB-I > CONT-SUCURSALES OR POSICION-SUCURSAL > 0.

       COMPARAR-FILA-SUCURSAL.
           IF CUOTA-SUCURSAL (SUB-I) = SUCURSAL-EMPLEADO
               MOVE SUB-I TO POSICION-SUCURSAL.
           ADD 1 TO SUB-I.

       COMPROBAR-CADUCIDAD.
      *Aviso para los certificados de un grado reconocido (33% o
      *mas) ya caducados, que han dejado de computar, o que caducan
      *dentro del preaviso.
           IF EMPLEADOS-VERSION-VIGENTE AND
              EMPLEADOS-DISCAPACIDAD-GRADO-X NUMERIC AND
              EMPLEADOS-DISCAPACIDAD-CADUCA-X NUMERIC
               MOVE EMPLEADOS-DISCAPACIDAD-GRADO TO GRADO-9
               MOVE EMPLEADOS-DISCAPACIDAD-CADUCA TO CADUCIDAD-9
               IF GRADO-9 NOT < 33 AND CADUCIDAD-9 > 0 AND
                  CADUCIDAD-9 < FECHA-LIMITE-AVISO
                   PERFORM IMPRIMIR-AVISO.

       IMPRIMIR-AVISO.
           ADD 1 TO CONT-AVISOS.
           IF CADUCIDAD-9 < FECHA-DE-HOY
               MOVE "*** CADUCADO, YA NO COMPUTA"
                   TO SITUACION-CUOTA
           ELSE
               MOVE "CADUCA PRONTO, PEDIR RENOVACION"
                   TO SITUACION-CUOTA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   " DELIMITED BY SIZE
                  EMPLEADOS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-NOMBRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-APELLIDOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-SUCURSAL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  EMPLEADOS-DISCAPACIDAD-GRADO-X DELIMITED BY SIZE
                  "%  " DELIMITED BY SIZE
                  EMPLEADOS-DISCAPACIDAD-CADUCA-X DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SITUACION-CUOTA DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ORDENAR-SUCURSALES.
           MOVE 1 TO SUB-I.
           PERFORM ORDENAR-UNA-POSICION
           UNTIL SUB-I >= CONT-SUCURSALES.

       ORDENAR-UNA-POSICION.
           COMPUTE SUB-J = SUB-I + 1.
           PERFORM COMPARAR-E-INTERCAMBIAR
           UNTIL SUB-J > CONT-SUCURSALES.
           ADD 1 TO SUB-I.

       COMPARAR-E-INTERCAMBIAR.
           IF CUOTA-SUCURSAL (SUB-J) < CUOTA-SUCURSAL (SUB-I)
               MOVE CUOTA-FILA (SUB-I) TO FILA-TEMPORAL
               MOVE CUOTA-FILA (SUB-J) TO CUOTA-FILA (SUB-I)
               MOVE FILA-TEMPORAL TO CUOTA-FILA (SUB-J).
           ADD 1 TO SUB-J.

       IMPRIMIR-CUOTA.
      *La obligacion se mide sobre la plantilla de toda la empresa;
      *el desglose por sucursal senala donde falta reserva.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE "CUMPLIMIENTO DE LA CUOTA DE RESERVA" TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   SUCURSAL                   PLANTILLA  "
                  DELIMITED BY SIZE
                  "ACREDITADOS  PORCENTAJE" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE 1 TO SUB-I.
           PERFORM IMPRIMIR-FILA-SUCURSAL
           UNTIL SUB-I > CONT-SUCURSALES.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE CONT-PLANTILLA TO CONT-EDITADO.
           MOVE CONT-ACREDITADOS TO CONT-EDITADO-2.
           MOVE ZERO TO PORCENTAJE-CALCULADO.
           IF CONT-PLANTILLA > 0
               COMPUTE PORCENTAJE-CALCULADO ROUNDED =
                       CONT-ACREDITADOS * 100 / CONT-PLANTILLA.
           MOVE PORCENTAJE-CALCULADO TO PORCENTAJE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   TOTAL EMPRESA               " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  CONT-EDITADO-2 DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  PORCENTAJE-EDITADO DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           IF CONT-PLANTILLA < PLANTILLA-MINIMA
               MOVE "   PLANTILLA MENOR DE 50: SIN OBLIGACION DE CUOTA"
                   TO INFORME-LINEA
           ELSE
               PERFORM CALCULAR-REQUERIDOS
               MOVE CONT-REQUERIDOS TO CONT-EDITADO
               IF CONT-ACREDITADOS NOT < CONT-REQUERIDOS
                   STRING "   CUOTA CUMPLIDA: MINIMO EXIGIDO "
                          DELIMITED BY SIZE
                          CONT-EDITADO DELIMITED BY SIZE
                       INTO INFORME-LINEA
               ELSE
                   COMPUTE CONT-FALTAN =
                           CONT-REQUERIDOS - CONT-ACREDITADOS
                   MOVE CONT-FALTAN TO CONT-EDITADO-2
                   STRING "   *** CUOTA INCUMPLIDA: MINIMO EXIGIDO "
                          DELIMITED BY SIZE
                          CONT-EDITADO DELIMITED BY SIZE
                          ", FALTAN " DELIMITED BY SIZE
                          CONT-EDITADO-2 DELIMITED BY SIZE
                       INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CALCULAR-REQUERIDOS.
      *El 2% de la plantilla redondeado hacia arriba: una fraccion
      *de trabajador ya obliga a uno entero.
           COMPUTE CONT-REQUERIDOS =
                   (CONT-PLANTILLA * PORCENTAJE-CUOTA + 99.99) / 100.

       IMPRIMIR-FILA-SUCURSAL.
           MOVE CUOTA-SUCURSAL (SUB-I) TO SUCURSAL-EMPLEADO.
           PERFORM OBTENER-NOMBRE-SUCURSAL.
           MOVE CUOTA-PLANTILLA (SUB-I) TO CONT-EDITADO.
           MOVE CUOTA-ACREDITADOS (SUB-I) TO CONT-EDITADO-2.
           COMPUTE PORCENTAJE-CALCULADO ROUNDED =
                   CUOTA-ACREDITADOS (SUB-I) * 100 /
                   CUOTA-PLANTILLA (SUB-I).
           MOVE PORCENTAJE-CALCULADO TO PORCENTAJE-EDITADO.
           MOVE SPACE TO SITUACION-CUOTA.
           IF PORCENTAJE-CALCULADO < PORCENTAJE-CUOTA
               MOVE "*** POR DEBAJO DEL 2%" TO SITUACION-CUOTA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   " DELIMITED BY SIZE
                  SUCURSAL-EMPLEADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-SUCURSAL DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  CONT-EDITADO-2 DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  PORCENTAJE-EDITADO DELIMITED BY SIZE
                  "%  " DELIMITED BY SIZE
                  SITUACION-CUOTA DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           ADD 1 TO SUB-I.

       OBTENER-NOMBRE-SUCURSAL.
           MOVE SPACE TO NOMBRE-SUCURSAL.
           IF SUCURSAL-EMPLEADO = SPACE
               MOVE "(SIN SUCURSAL)" TO NOMBRE-SUCURSAL
           ELSE
               IF SUCURSALES-DISPONIBLES = "S"
                   MOVE SUCURSAL-EMPLEADO TO SUCURSAL-CODIGO
                   READ SUCURSALES-ARCHIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SUCURSAL-NOMBRE TO NOMBRE-SUCURSAL
                   END-READ.

       IMPRIMIR-LINEA-BLANCA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "CUOTA_DISCAPACIDAD.TXT" TO INFORME-NOMBRE.
           MOVE "CUOTA-DISCAPACIDAD" TO INFORME-PROGRAMA.
           MOVE "CUOTA DE RESERVA POR DISCAPACIDAD" TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "FECHA DE REFERENCIA: " DELIMITED BY SIZE
                  FECHA-DE-HOY DELIMITED BY SIZE
                  "   AVISO DE CADUCIDAD HASTA: " DELIMITED BY SIZE
                  FECHA-LIMITE-AVISO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-CABECERA-AVISOS.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE "CERTIFICADOS DE DISCAPACIDAD CADUCADOS O POR CADUCAR"
               TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-AVISOS TO CONT-EDITADO.
           STRING "AVISOS DE CADUCIDAD: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM CUOTA-DISCAPACIDAD.

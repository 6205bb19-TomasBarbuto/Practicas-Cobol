       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARRIDO-HUERFANOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo historico de empleados purgados.
       COPY "copybooks/28-PhArchivoHistorico.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".
      *Archivo de cuarentena de registros huerfanos.
       COPY "copybooks/28-PhCuarentena.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-PhAusencias.cbl".
      *Archivo de dependientes y beneficiarios.
       COPY "copybooks/28-PhDependientes.cbl".
      *Archivo maestro de embargos judiciales.
       COPY "copybooks/28-PhEmbargos.cbl".
      *Archivo maestro de anticipos de nomina.
       COPY "copybooks/28-PhAnticipos.cbl".
      *Archivo de certificaciones de los empleados.
       COPY "copybooks/28-PhCertificaciones.cbl".
      *Archivo de material de empresa entregado.
       COPY "copybooks/28-PhMaterial.cbl".
      *Archivo de expedientes disciplinarios.
       COPY "copybooks/28-PhSanciones.cbl".
      *Archivo de evaluaciones anuales.
       COPY "copybooks/28-PhEvaluaciones.cbl".
      *Archivo de acumulados anuales de nomina.
       COPY "copybooks/28-PhAcumuladosAnuales.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo historico de empleados purgados.
       COPY "copybooks/28-LoArchivoHistorico.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".
      *Archivo de cuarentena de registros huerfanos.
       COPY "copybooks/28-LoCuarentena.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-LoAusencias.cbl".
      *Archivo de dependientes y beneficiarios.
       COPY "copybooks/28-LoDependientes.cbl".
      *Archivo maestro de embargos judiciales.
       COPY "copybooks/28-LoEmbargos.cbl".
      *Archivo maestro de anticipos de nomina.
       COPY "copybooks/28-LoAnticipos.cbl".
      *Archivo de certificaciones de los empleados.
       COPY "copybooks/28-LoCertificaciones.cbl".
      *Archivo de material de empresa entregado.
       COPY "copybooks/28-LoMaterial.cbl".
      *Archivo de expedientes disciplinarios.
       COPY "copybooks/28-LoSanciones.cbl".
      *Archivo de evaluaciones anuales.
       COPY "copybooks/28-LoEvaluaciones.cbl".
      *Archivo de acumulados anuales de nomina.
       COPY "copybooks/28-LoAcumuladosAnuales.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  MODO-CUARENTENA PIC X.
       77  PASAR-A-CUARENTENA PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  SUB-A PIC 9(4) COMP VALUE 0.
       77  CONT-ARCHIVADOS-CARGADOS PIC 9(4) COMP VALUE 0.
       77  CONT-ARCHIVOS PIC 9(2) COMP VALUE 0.
       77  CONT-NO-DISPONIBLES PIC 9(2) COMP VALUE 0.

       01  FECHA-DE-HOY PIC 9(8).
       01  ARCHIVO-ACTUAL PIC X(25).
       01  ID-SATELITE PIC X(6).
       01  ID-ANTERIOR PIC X(6).
       01  IMAGEN-SATELITE PIC X(200).
       01  CLASE-ID PIC X(1).
           88 CLASE-ACTIVO VALUE "A".
           88 CLASE-INACTIVO VALUE "I".
           88 CLASE-ARCHIVADO VALUE "H".
           88 CLASE-DESCONOCIDO VALUE "D".
       01  CLASE-TEXTO PIC X(11).
       01  CUARENTENA-TEXTO PIC X(14).

      *IDs del historico de purgados: un empleado purgado sigue
      *teniendo derecho a sus datos satelite mientras dure la
      *retencion, asi que no es un huerfano.
       01  TABLA-ARCHIVADOS.
           05 ARCHIVADO-ID PIC X(6) OCCURS 5000 TIMES.

      *Contadores del archivo en curso y del barrido completo.
       01  CONTADORES-ARCHIVO.
           05 ARCH-REGISTROS PIC 9(7).
           05 ARCH-ACTIVOS PIC 9(7).
           05 ARCH-INACTIVOS PIC 9(7).
           05 ARCH-ARCHIVADOS PIC 9(7).
           05 ARCH-DESCONOCIDOS PIC 9(7).
           05 ARCH-CUARENTENA PIC 9(7).
       01  CONTADORES-TOTALES.
           05 TOT-REGISTROS PIC 9(7) VALUE 0.
           05 TOT-ACTIVOS PIC 9(7) VALUE 0.
           05 TOT-INACTIVOS PIC 9(7) VALUE 0.
           05 TOT-ARCHIVADOS PIC 9(7) VALUE 0.
           05 TOT-DESCONOCIDOS PIC 9(7) VALUE 0.
           05 TOT-CUARENTENA PIC 9(7) VALUE 0.

       01  CONT-EDITADO PIC Z(6)9.
       01  CONT-EDITADO-2 PIC Z(6)9.
       01  CONT-EDITADO-3 PIC Z(6)9.
       01  CONT-EDITADO-4 PIC Z(6)9.
       01  CONT-EDITADO-5 PIC Z(6)9.
       01  CONT-EDITADO-6 PIC Z(6)9.

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de cifras de control de la cadena.
       COPY "copybooks/28-LkBalance.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo historico de purgados.
       COPY "copybooks/28-EstadoArchivoHistorico.cbl".
      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".
      *Estado del archivo de cuarentena de registros huerfanos.
       COPY "copybooks/28-EstadoCuarentena.cbl".
      *Estado del archivo de ausencias y vacaciones.
       COPY "copybooks/28-EstadoAusencias.cbl".
      *Estado del archivo de dependientes y beneficiarios.
       COPY "copybooks/28-EstadoDependientes.cbl".
      *Estado del archivo maestro de embargos judiciales.
       COPY "copybooks/28-EstadoEmbargos.cbl".
      *Estado del archivo maestro de anticipos de nomina.
       COPY "copybooks/28-EstadoAnticipos.cbl".
      *Estado del archivo de certificaciones de los empleados.
       COPY "copybooks/28-EstadoCertificaciones.cbl".
      *Estado del archivo de material de empresa entregado.
       COPY "copybooks/28-EstadoMaterial.cbl".
      *Estado del archivo de expedientes disciplinarios.
       COPY "copybooks/28-EstadoSanciones.cbl".
      *Estado del archivo de evaluaciones anuales.
       COPY "copybooks/28-EstadoEvaluaciones.cbl".
      *Estado del archivo de acumulados anuales de nomina.
       COPY "copybooks/28-EstadoAcumuladosAnuales.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Barrido nocturno de los archivos satelite que cuelgan de
      *EMPLEADOS-ID. Cada registro se clasifica segun su empleado:
      *activo, inactivo, archivado en el historico de purgados o
      *desconocido. Los desconocidos son los huerfanos de verdad y,
      *si el parametro HUERFANOS-CUARENTENA vale 1, se retiran del
      *archivo satelite al archivo de cuarentena.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO CONTADORES-TOTALES.
           MOVE 0 TO CONT-ARCHIVOS.
           MOVE 0 TO CONT-NO-DISPONIBLES.
           PERFORM LEER-PARAMETRO-CUARENTENA.
           PERFORM CARGAR-ARCHIVADOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF MODO-CUARENTENA = "S"
               PERFORM ABRIR-CUARENTENA.
           PERFORM ABRIR-INFORME.
           PERFORM BARRER-AUSENCIAS.
           PERFORM BARRER-DEPENDIENTES.
           PERFORM BARRER-EMBARGOS.
           PERFORM BARRER-ANTICIPOS.
           PERFORM BARRER-CERTIFICACIONES.
           PERFORM BARRER-MATERIAL.
           PERFORM BARRER-SANCIONES.
           PERFORM BARRER-EVALUACIONES.
           PERFORM BARRER-ACUMULADOS.
           CLOSE EMPLEADOS-ARCHIVO.
           IF MODO-CUARENTENA = "S"
               CLOSE CUARENTENA-ARCHIVO.
           PERFORM IMPRIMIR-TOTALES.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM ANOTAR-CIFRAS-DE-CONTROL.
           GOBACK.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       LEER-PARAMETRO-CUARENTENA.
      *Por omision el barrido solo informa. Con el parametro a 1
      *retira los huerfanos a la cuarentena.
           MOVE "N" TO MODO-CUARENTENA.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "HUERFANOS-CUARENTENA" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PARAMETRO-VALOR = 1
                           MOVE "S" TO MODO-CUARENTENA
                       END-IF
               END-READ
               CLOSE PARAMETROS-ARCHIVO.

       CARGAR-ARCHIVADOS.
           MOVE 0 TO CONT-ARCHIVADOS-CARGADOS.
           OPEN INPUT EMPLEADOS-HISTORICO.
           IF EMPLEADOS-HISTORICO-STATUS = "00"
               MOVE "0" TO LEE-TODO
               PERFORM CARGAR-ARCHIVADO
               UNTIL LEE-TODO = "1"
               CLOSE EMPLEADOS-HISTORICO.

       CARGAR-ARCHIVADO.
           READ EMPLEADOS-HISTORICO
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   IF CONT-ARCHIVADOS-CARGADOS < 5000
                       ADD 1 TO CONT-ARCHIVADOS-CARGADOS
                       MOVE HISTORICO-REGISTRO (1:6)
                           TO ARCHIVADO-ID (CONT-ARCHIVADOS-CARGADOS)
                   ELSE
                       IF AVISO-TABLA-LLENA = "N"
                           MOVE "S" TO AVISO-TABLA-LLENA
                           DISPLAY "Historico de purgados con mas de "
                                   "5000 registros: los siguientes "
                                   "se clasifican como desconocidos."
                       END-IF
                   END-IF
           END-READ.

       ABRIR-CUARENTENA.
           OPEN EXTEND CUARENTENA-ARCHIVO.
           IF CUARENTENA-ARCHIVO-STATUS = "35"
               OPEN OUTPUT CUARENTENA-ARCHIVO.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_HUERFANOS.TXT" TO INFORME-NOMBRE.
           MOVE "BARRIDO-HUERFANOS" TO INFORME-PROGRAMA.
           MOVE "REGISTROS HUERFANOS EN ARCHIVOS SATELITE"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           IF MODO-CUARENTENA = "S"
               MOVE "LOS DESCONOCIDOS SE RETIRAN A CUARENTENA_HUERFANOS"
                   TO INFORME-LINEA
           ELSE
               MOVE "SOLO INFORME: NO SE RETIRA NINGUN REGISTRO"
                   TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       BARRER-AUSENCIAS.
           MOVE "AUSENCIAS.DAT" TO ARCHIVO-ACTUAL.
           PERFORM EMPEZAR-ARCHIVO.
           IF MODO-CUARENTENA = "S"
               OPEN I-O AUSENCIAS-ARCHIVO
           ELSE
               OPEN INPUT AUSENCIAS-ARCHIVO.
           IF AUSENCIAS-ARCHIVO-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-AUSENCIA
               UNTIL LEE-TODO = "1"
               CLOSE AUSENCIAS-ARCHIVO
               PERFORM TERMINAR-ARCHIVO.

       LEER-AUSENCIA.
           READ AUSENCIAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   MOVE AUSENCIA-EMPLEADOS-ID TO ID-SATELITE
                   MOVE AUSENCIA-REGISTRO TO IMAGEN-SATELITE
                   PERFORM TRATAR-REGISTRO
                   IF PASAR-A-CUARENTENA = "S"
                       DELETE AUSENCIAS-ARCHIVO RECORD
                           INVALID KEY
                               DISPLAY "No se pudo retirar de "
                                       ARCHIVO-ACTUAL " el ID "
                                       ID-SATELITE
                           NOT INVALID KEY
                               PERFORM ESCRIBIR-CUARENTENA
                       END-DELETE
                   END-IF
           END-READ.

       BARRER-DEPENDIENTES.
           MOVE "DEPENDIENTES.DAT" TO ARCHIVO-ACTUAL.
           PERFORM EMPEZAR-ARCHIVO.
           IF MODO-CUARENTENA = "S"
               OPEN I-O DEPENDIENTES-ARCHIVO
           ELSE
               OPEN INPUT DEPENDIENTES-ARCHIVO.
           IF DEPENDIENTES-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-DEPENDIENTE
               UNTIL LEE-TODO = "1"
               CLOSE DEPENDIENTES-ARCHIVO
               PERFORM TERMINAR-ARCHIVO.

       LEER-DEPENDIENTE.
           READ DEPENDIENTES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   MOVE DEPENDIENTE-EMPLEADOS-ID TO ID-SATELITE
                   MOVE DEPENDIENTE-REGISTRO TO IMAGEN-SATELITE
                   PERFORM TRATAR-REGISTRO
                   IF PASAR-A-CUARENTENA = "S"
                       DELETE DEPENDIENTES-ARCHIVO RECORD
                           INVALID KEY
                               DISPLAY "No se pudo retirar de "
                                       ARCHIVO-ACTUAL " el ID "
                                       ID-SATELITE
                           NOT INVALID KEY
                               PERFORM ESCRIBIR-CUARENTENA
                       END-DELETE
                   END-IF
           END-READ.

       BARRER-EMBARGOS.
           MOVE "EMBARGOS.DAT" TO ARCHIVO-ACTUAL.
           PERFORM EMPEZAR-ARCHIVO.
           IF MODO-CUARENTENA = "S"
               OPEN I-O EMBARGOS-ARCHIVO
           ELSE
               OPEN INPUT EMBARGOS-ARCHIVO.
           IF EMBARGOS-ARCHIVO-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-EMBARGO
               UNTIL LEE-TODO = "1"
               CLOSE EMBARGOS-ARCHIVO
               PERFORM TERMINAR-ARCHIVO.

       LEER-EMBARGO.
           READ EMBARGOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   MOVE EMBARGO-EMPLEADOS-ID TO ID-SATELITE
                   MOVE EMBARGO-REGISTRO TO IMAGEN-SATELITE
                   PERFORM TRATAR-REGISTRO
                   IF PASAR-A-CUARENTENA = "S"
                       DELETE EMBARGOS-ARCHIVO RECORD
                           INVALID KEY
                               DISPLAY "No se pudo retirar de "
                                       ARCHIVO-ACTUAL " el ID "
                                       ID-SATELITE
                           NOT INVALID KEY
                               PERFORM ESCRIBIR-CUARENTENA
                       END-DELETE
                   END-IF
           END-READ.

       BARRER-ANTICIPOS.
           MOVE "ANTICIPOS.DAT" TO ARCHIVO-ACTUAL.
           PERFORM EMPEZAR-ARCHIVO.
           IF MODO-CUARENTENA = "S"
               OPEN I-O ANTICIPOS-ARCHIVO
           ELSE
               OPEN INPUT ANTICIPOS-ARCHIVO.
           IF ANTICIPOS-ARCHIVO-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-ANTICIPO
               UNTIL LEE-TODO = "1"
               CLOSE ANTICIPOS-ARCHIVO
               PERFORM TERMINAR-ARCHIVO.

       LEER-ANTICIPO.
           READ ANTICIPOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   MOVE ANTICIPO-EMPLEADOS-ID TO ID-SATELITE
                   MOVE ANTICIPO-REGISTRO TO IMAGEN-SATELITE
                   PERFORM TRATAR-REGISTRO
                   IF PASAR-A-CUARENTENA = "S"
                       DELETE ANTICIPOS-ARCHIVO RECORD
                           INVALID KEY
                               DISPLAY "No se pudo retirar de "
                                       ARCHIVO-ACTUAL " el ID "
                                       ID-SATELITE
                           NOT INVALID KEY
                               PERFORM ESCRIBIR-CUARENTENA
                       END-DELETE
                   END-IF
           END-READ.

       BARRER-CERTIFICACIONES.
           MOVE "CERTIFICACIONES.DAT" TO ARCHIVO-ACTUAL.
           PERFORM EMPEZAR-ARCHIVO.
           IF MODO-CUARENTENA = "S"
               OPEN I-O CERTIFICACIONES-ARCHIVO
           ELSE
               OPEN INPUT CERTIFICACIONES-ARCHIVO.
           IF CERTIFICACIONES-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-CERTIFICACION
               UNTIL LEE-TODO = "1"
               CLOSE CERTIFICACIONES-ARCHIVO
               PERFORM TERMINAR-ARCHIVO.

       LEER-CERTIFICACION.
           READ CERTIFICACIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   MOVE CERT-EMPLEADOS-ID TO ID-SATELITE
                   MOVE CERT-REGISTRO TO IMAGEN-SATELITE
                   PERFORM TRATAR-REGISTRO
                   IF PASAR-A-CUARENTENA = "S"
                       DELETE CERTIFICACIONES-ARCHIVO RECORD
                           INVALID KEY
                               DISPLAY "No se pudo retirar de "
                                       ARCHIVO-ACTUAL " el ID "
                                       ID-SATELITE
                           NOT INVALID KEY
                               PERFORM ESCRIBIR-CUARENTENA
                       END-DELETE
                   END-IF
           END-READ.

       BARRER-MATERIAL.
           MOVE "MATERIAL.DAT" TO ARCHIVO-ACTUAL.
           PERFORM EMPEZAR-ARCHIVO.
           IF MODO-CUARENTENA = "S"
               OPEN I-O MATERIAL-ARCHIVO
           ELSE
               OPEN INPUT MATERIAL-ARCHIVO.
           IF MATERIAL-ARCHIVO-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-MATERIAL
               UNTIL LEE-TODO = "1"
               CLOSE MATERIAL-ARCHIVO
               PERFORM TERMINAR-ARCHIVO.

       LEER-MATERIAL.
           READ MATERIAL-ARCHIVO NEXT RECORD
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   MOVE MATERIAL-EMPLEADOS-ID TO ID-SATELITE
                   MOVE MATERIAL-REGISTRO TO IMAGEN-SATELITE
                   PERFORM TRATAR-REGISTRO
                   IF PASAR-A-CUARENTENA = "S"
                       DELETE MATERIAL-ARCHIVO RECORD
                           INVALID KEY
                               DISPLAY "No se pudo retirar de "
                                       ARCHIVO-ACTUAL " el ID "
                                       ID-SATELITE
                           NOT INVALID KEY
                               PERFORM ESCRIBIR-CUARENTENA
                       END-DELETE
                   END-IF
           END-READ.

       BARRER-SANCIONES.
           MOVE "SANCIONES.DAT" TO ARCHIVO-ACTUAL.
           PERFORM EMPEZAR-ARCHIVO.
           IF MODO-CUARENTENA = "S"
               OPEN I-O SANCIONES-ARCHIVO
           ELSE
               OPEN INPUT SANCIONES-ARCHIVO.
           IF SANCIONES-ARCHIVO-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-SANCION
               UNTIL LEE-TODO = "1"
               CLOSE SANCIONES-ARCHIVO
               PERFORM TERMINAR-ARCHIVO.

       LEER-SANCION.
           READ SANCIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   MOVE SANCION-EMPLEADOS-ID TO ID-SATELITE
                   MOVE SANCION-REGISTRO TO IMAGEN-SATELITE
                   PERFORM TRATAR-REGISTRO
                   IF PASAR-A-CUARENTENA = "S"
                       DELETE SANCIONES-ARCHIVO RECORD
                           INVALID KEY
                               DISPLAY "No se pudo retirar de "
                                       ARCHIVO-ACTUAL " el ID "
                                       ID-SATELITE
                           NOT INVALID KEY
                               PERFORM ESCRIBIR-CUARENTENA
                       END-DELETE
                   END-IF
           END-READ.

       BARRER-EVALUACIONES.
           MOVE "EVALUACIONES.DAT" TO ARCHIVO-ACTUAL.
           PERFORM EMPEZAR-ARCHIVO.
           IF MODO-CUARENTENA = "S"
               OPEN I-O EVALUACIONES-ARCHIVO
           ELSE
               OPEN INPUT EVALUACIONES-ARCHIVO.
           IF EVALUACIONES-ARCHIVO-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-EVALUACION
               UNTIL LEE-TODO = "1"
               CLOSE EVALUACIONES-ARCHIVO
               PERFORM TERMINAR-ARCHIVO.

       LEER-EVALUACION.
           READ EVALUACIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   MOVE EVALUACION-EMPLEADOS-ID TO ID-SATELITE
                   MOVE EVALUACION-REGISTRO TO IMAGEN-SATELITE
                   PERFORM TRATAR-REGISTRO
                   IF PASAR-A-CUARENTENA = "S"
                       DELETE EVALUACIONES-ARCHIVO RECORD
                           INVALID KEY
                               DISPLAY "No se pudo retirar de "
                                       ARCHIVO-ACTUAL " el ID "
                                       ID-SATELITE
                           NOT INVALID KEY
                               PERFORM ESCRIBIR-CUARENTENA
                       END-DELETE
                   END-IF
           END-READ.

       BARRER-ACUMULADOS.
           MOVE "ACUMULADOS_ANUALES.DAT" TO ARCHIVO-ACTUAL.
           PERFORM EMPEZAR-ARCHIVO.
           IF MODO-CUARENTENA = "S"
               OPEN I-O ACUMULADOS-ANUALES-ARCHIVO
           ELSE
               OPEN INPUT ACUMULADOS-ANUALES-ARCHIVO.
           IF ACUMULADOS-ANUALES-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-ACUMULADO
               UNTIL LEE-TODO = "1"
               CLOSE ACUMULADOS-ANUALES-ARCHIVO
               PERFORM TERMINAR-ARCHIVO.

       LEER-ACUMULADO.
           READ ACUMULADOS-ANUALES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   MOVE ACUANUAL-EMPLEADOS-ID TO ID-SATELITE
                   MOVE ACUANUAL-REGISTRO TO IMAGEN-SATELITE
                   PERFORM TRATAR-REGISTRO
                   IF PASAR-A-CUARENTENA = "S"
                       DELETE ACUMULADOS-ANUALES-ARCHIVO RECORD
                           INVALID KEY
                               DISPLAY "No se pudo retirar de "
                                       ARCHIVO-ACTUAL " el ID "
                                       ID-SATELITE
                           NOT INVALID KEY
                               PERFORM ESCRIBIR-CUARENTENA
                       END-DELETE
                   END-IF
           END-READ.

       EMPEZAR-ARCHIVO.
           ADD 1 TO CONT-ARCHIVOS.
           MOVE ZERO TO CONTADORES-ARCHIVO.
           MOVE SPACE TO ID-ANTERIOR.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           STRING "ARCHIVO: " DELIMITED BY SIZE
                  ARCHIVO-ACTUAL DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       ARCHIVO-NO-DISPONIBLE.
      *Un archivo que todavia no se ha creado no tiene huerfanos;
      *se anota para que no pase inadvertido uno que falte.
           ADD 1 TO CONT-NO-DISPONIBLES.
           MOVE "L" TO INFORME-OPERACION.
           MOVE "   ARCHIVO NO DISPONIBLE, NO SE REVISA"
               TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       TRATAR-REGISTRO.
      *Las claves de todos los satelite empiezan por EMPLEADOS-ID,
      *asi que los registros de un mismo empleado llegan seguidos y
      *solo se clasifica una vez cada ID.
           MOVE "N" TO PASAR-A-CUARENTENA.
           ADD 1 TO ARCH-REGISTROS.
           IF ID-SATELITE NOT = ID-ANTERIOR
               PERFORM CLASIFICAR-ID
               MOVE ID-SATELITE TO ID-ANTERIOR.
           IF CLASE-ACTIVO
               ADD 1 TO ARCH-ACTIVOS.
           IF CLASE-INACTIVO
               ADD 1 TO ARCH-INACTIVOS.
           IF CLASE-ARCHIVADO
               ADD 1 TO ARCH-ARCHIVADOS
               PERFORM IMPRIMIR-HUERFANO.
           IF CLASE-DESCONOCIDO
               ADD 1 TO ARCH-DESCONOCIDOS
               IF MODO-CUARENTENA = "S"
                   MOVE "S" TO PASAR-A-CUARENTENA.
           IF CLASE-DESCONOCIDO
               PERFORM IMPRIMIR-HUERFANO.

       CLASIFICAR-ID.
           MOVE ID-SATELITE TO EMPLEADOS-ID.
           MOVE "D" TO CLASE-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMPLEADOS-ACTIVO
                       MOVE "A" TO CLASE-ID
                   ELSE
                       MOVE "I" TO CLASE-ID
                   END-IF
           END-READ.
           IF CLASE-DESCONOCIDO
               MOVE 1 TO SUB-A
               PERFORM BUSCAR-ARCHIVADO
               UNTIL SUB-A > CONT-ARCHIVADOS-CARGADOS OR
                     CLASE-ARCHIVADO.

       BUSCAR-ARCHIVADO.
           IF ARCHIVADO-ID (SUB-A) = ID-SATELITE
               MOVE "H" TO CLASE-ID.
           ADD 1 TO SUB-A.

       IMPRIMIR-HUERFANO.
      *Se listan los registros de empleados que ya no estan en el
      *maestro: los archivados, que se conservan por retencion, y
      *los desconocidos.
           IF CLASE-ARCHIVADO
               MOVE "ARCHIVADO" TO CLASE-TEXTO
           ELSE
               MOVE "DESCONOCIDO" TO CLASE-TEXTO.
           MOVE SPACE TO CUARENTENA-TEXTO.
           IF PASAR-A-CUARENTENA = "S"
               MOVE "A CUARENTENA" TO CUARENTENA-TEXTO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   ID: " DELIMITED BY SIZE
                  ID-SATELITE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLASE-TEXTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUARENTENA-TEXTO DELIMITED BY SIZE
                  " REGISTRO: " DELIMITED BY SIZE
                  IMAGEN-SATELITE (1:50) DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       ESCRIBIR-CUARENTENA.
           MOVE SPACE TO CUARENTENA-REGISTRO.
           MOVE FECHA-DE-HOY TO CUARENTENA-FECHA.
           MOVE ARCHIVO-ACTUAL TO CUARENTENA-ARCHIVO-ORIGEN.
           MOVE ID-SATELITE TO CUARENTENA-EMPLEADOS-ID.
           MOVE IMAGEN-SATELITE TO CUARENTENA-IMAGEN.
           WRITE CUARENTENA-REGISTRO.
           ADD 1 TO ARCH-CUARENTENA.

       TERMINAR-ARCHIVO.
           ADD ARCH-REGISTROS TO TOT-REGISTROS.
           ADD ARCH-ACTIVOS TO TOT-ACTIVOS.
           ADD ARCH-INACTIVOS TO TOT-INACTIVOS.
           ADD ARCH-ARCHIVADOS TO TOT-ARCHIVADOS.
           ADD ARCH-DESCONOCIDOS TO TOT-DESCONOCIDOS.
           ADD ARCH-CUARENTENA TO TOT-CUARENTENA.
           MOVE ARCH-REGISTROS TO CONT-EDITADO.
           MOVE ARCH-ACTIVOS TO CONT-EDITADO-2.
           MOVE ARCH-INACTIVOS TO CONT-EDITADO-3.
           MOVE ARCH-ARCHIVADOS TO CONT-EDITADO-4.
           MOVE ARCH-DESCONOCIDOS TO CONT-EDITADO-5.
           MOVE ARCH-CUARENTENA TO CONT-EDITADO-6.
           MOVE "L" TO INFORME-OPERACION.
           PERFORM COMPONER-LINEA-CONTADORES.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       COMPONER-LINEA-CONTADORES.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   REG:" DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  " ACTIVOS:" DELIMITED BY SIZE
                  CONT-EDITADO-2 DELIMITED BY SIZE
                  " INACTIVOS:" DELIMITED BY SIZE
                  CONT-EDITADO-3 DELIMITED BY SIZE
                  " ARCHIVADOS:" DELIMITED BY SIZE
                  CONT-EDITADO-4 DELIMITED BY SIZE
                  " DESCONOCIDOS:" DELIMITED BY SIZE
                  CONT-EDITADO-5 DELIMITED BY SIZE
                  " CUARENTENA:" DELIMITED BY SIZE
                  CONT-EDITADO-6 DELIMITED BY SIZE
               INTO INFORME-LINEA.

       IMPRIMIR-TOTALES.
           MOVE TOT-REGISTROS TO CONT-EDITADO.
           MOVE TOT-ACTIVOS TO CONT-EDITADO-2.
           MOVE TOT-INACTIVOS TO CONT-EDITADO-3.
           MOVE TOT-ARCHIVADOS TO CONT-EDITADO-4.
           MOVE TOT-DESCONOCIDOS TO CONT-EDITADO-5.
           MOVE TOT-CUARENTENA TO CONT-EDITADO-6.
           MOVE "T" TO INFORME-OPERACION.
           PERFORM COMPONER-LINEA-CONTADORES.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE CONT-ARCHIVOS TO CONT-EDITADO.
           MOVE CONT-NO-DISPONIBLES TO CONT-EDITADO-2.
           MOVE SPACE TO INFORME-LINEA.
           STRING "ARCHIVOS SATELITE:" DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "  NO DISPONIBLES:" DELIMITED BY SIZE
                  CONT-EDITADO-2 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       ANOTAR-CIFRAS-DE-CONTROL.
      *Registros satelite revisados frente a los retirados a la
      *cuarentena; en modo solo informe no se escribe ninguno. No
      *hay importe que cuadrar.
           MOVE SPACE TO BALPET-PETICION.
           MOVE "BARRIDO-HUERFANOS" TO BALPET-PROGRAMA.
           MOVE TOT-REGISTROS TO BALPET-LEIDOS.
           MOVE TOT-CUARENTENA TO BALPET-ESCRITOS.
           MOVE ZERO TO BALPET-IMPORTE.
           CALL "ANOTAR-BALANCE" USING BALPET-PETICION.

       END PROGRAM BARRIDO-HUERFANOS.

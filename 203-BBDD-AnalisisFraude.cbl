       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALISIS-FRAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".
      *Archivo de marcajes del reloj de fichajes.
       COPY "copybooks/28-PhMarcajes.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-PhAusencias.cbl".
      *Archivo maestro de operadores autorizados.
       COPY "copybooks/28-PhOperadores.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-PhAuditoria.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".
      *Archivo de marcajes del reloj de fichajes.
       COPY "copybooks/28-LoMarcajes.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-LoAusencias.cbl".
      *Archivo maestro de operadores autorizados.
       COPY "copybooks/28-LoOperadores.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-LoAuditoria.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
       77  LEE-TODO PIC X.
       77  FIN-MARCAJES PIC X.
       77  FIN-AUSENCIAS PIC X.
       77  FIN-OPERADORES PIC X.
       77  FIN-AUDITORIA PIC X.
       77  RESULTADOS-DISPONIBLES PIC X VALUE "N".
       77  MARCAJES-DISPONIBLES PIC X VALUE "N".
       77  AUDITORIA-DISPONIBLE PIC X VALUE "N".
       77  COBRA-EN-PERIODO PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  AVISO-OPERADORES-LLENA PIC X VALUE "N".
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  SUB-J PIC 9(4) COMP VALUE 0.
       77  SUB-K PIC 9(4) COMP VALUE 0.
       77  POSICION-EMPLEADO PIC 9(4) COMP VALUE 0.
       77  POSICION-OPERADOR PIC 9(4) COMP VALUE 0.
       77  CONT-EMPLEADOS PIC 9(4) COMP VALUE 0.
       77  CONT-OPERADORES PIC 9(4) COMP VALUE 0.
       77  CONT-IBAN-COMPARTIDOS PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-ACTIVIDAD PIC 9(5) COMP VALUE 0.
       77  CONT-TITULAR-DISTINTO PIC 9(5) COMP VALUE 0.
       77  CONT-DATOS-OPERADOR PIC 9(5) COMP VALUE 0.
       77  CONT-SALARIO-CREADOR PIC 9(5) COMP VALUE 0.
       77  CONT-APELLIDO-EN-TITULAR PIC 9(3) COMP VALUE 0.
       77  LONG-APELLIDO PIC 9(2) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  PERIODO-X PIC X(6).
       01  PERIODO-9 REDEFINES PERIODO-X PIC 9(6).
       01  PERIODO-R REDEFINES PERIODO-X.
           05 PERIODO-ANIO PIC 9(4).
           05 PERIODO-MES PIC 9(2).
       01  PRIMER-DIA-PERIODO PIC 9(8).
       01  ULTIMO-DIA-PERIODO PIC 9(8).
       01  MES-DEL-REGISTRO PIC 9(6).
       01  EMPLEADO-BUSCADO PIC X(6).
       01  OPERADOR-BUSCADO PIC X(6).

      *Empleados que cobran en el periodo: activos en el maestro o
      *con nomina mensual calculada.
       01  TABLA-EMPLEADOS.
           05 EMPLEADO-FILA OCCURS 500 TIMES.
               10 EMPLEADO-ID PIC X(6).
               10 EMPLEADO-IBAN PIC X(24).
               10 EMPLEADO-TELEFONO PIC X(12).
               10 EMPLEADO-DIRECCION PIC X(35).
               10 EMPLEADO-APELLIDOS PIC X(25).
               10 EMPLEADO-TITULAR PIC X(25).
               10 EMPLEADO-TITULAR-DISTINTO PIC X(1).
               10 EMPLEADO-CON-MARCAJES PIC X(1).
               10 EMPLEADO-CON-AUSENCIAS PIC X(1).
               10 EMPLEADO-CON-SESIONES PIC X(1).
               10 EMPLEADO-CREADOR-ID PIC X(6).
               10 EMPLEADO-SALARIO-CREADOR PIC X(1).
               10 EMPLEADO-CAMBIO-FECHA PIC 9(8).
               10 EMPLEADO-CAMBIO-ANTES PIC S9(7)V99.
               10 EMPLEADO-CAMBIO-DESPUES PIC S9(7)V99.

      *Operadores con su empleado duenio de la cuenta y los datos de
      *contacto de ese empleado.
       01  TABLA-OPERADORES.
           05 OPERADOR-FILA OCCURS 100 TIMES.
               10 OPERADOR-ID PIC X(6).
               10 OPERADOR-EMPLEADOS-ID PIC X(6).
               10 OPERADOR-TELEFONO PIC X(12).
               10 OPERADOR-DIRECCION PIC X(35).

      *Salario dentro de las imagenes del registro de empleado que
      *guarda la auditoria.
       01  IMAGEN-ANTES.
           05 FILLER PIC X(115).
           05 IMAGEN-ANTES-SALARIO PIC S9(7)V99.
           05 FILLER PIC X(276).
       01  IMAGEN-DESPUES.
           05 FILLER PIC X(115).
           05 IMAGEN-DESPUES-SALARIO PIC S9(7)V99.
           05 FILLER PIC X(276).

       01  PRIMER-APELLIDO PIC X(25).
       01  TITULAR-MAYUSCULAS PIC X(25).
       01  ANTES-EDITADO PIC -ZZZ,ZZ9.99.
       01  DESPUES-EDITADO PIC -ZZZ,ZZ9.99.
       01  DATO-COINCIDENTE PIC X(9).

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".
      *Estado del archivo de marcajes del reloj.
       COPY "copybooks/28-EstadoMarcajes.cbl".
      *Estado del archivo de ausencias.
       COPY "copybooks/28-EstadoAusencias.cbl".
      *Estado del archivo maestro de operadores.
       COPY "copybooks/28-EstadoOperadores.cbl".
      *Estado del archivo de auditoria de empleados.
       COPY "copybooks/28-EstadoAuditoria.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Los detectores de duplicados buscan personas repetidas; este
      *informe busca a quien cobra sin dar senales de existir y los
      *cruces de datos bancarios y de contacto que suelen acompanar
      *a un empleado fantasma o a un desvio de pagos.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM PEDIR-PERIODO.
           PERFORM CARGAR-OPERADORES.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM COMPLETAR-OPERADOR
           VARYING SUB-K FROM 1 BY 1 UNTIL SUB-K > CONT-OPERADORES.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           MOVE "0" TO LEE-TODO.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE "1" TO LEE-TODO
           END-START.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM CARGAR-EMPLEADO
           UNTIL LEE-TODO = "1".
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM MARCAR-MARCAJES THRU MARCAR-MARCAJES-FIN.
           PERFORM MARCAR-AUSENCIAS.
           PERFORM RECORRER-AUDITORIA.
           PERFORM ABRIR-INFORME.
           PERFORM LISTAR-IBAN-COMPARTIDOS.
           PERFORM LISTAR-SIN-ACTIVIDAD.
           PERFORM LISTAR-TITULARES-DISTINTOS.
           PERFORM LISTAR-DATOS-DE-OPERADOR.
           PERFORM LISTAR-SALARIO-DEL-CREADOR.
           PERFORM CERRAR-INFORME.
           PERFORM MOSTRAR-RESUMEN.
           STOP RUN.

       PEDIR-PERIODO.
           DISPLAY "Periodo a analizar (AAAAMM, en blanco = mes de "
                   "la fecha de negocio): ".
           ACCEPT PERIODO-X.
           IF PERIODO-X NOT NUMERIC
               COMPUTE PERIODO-9 = FECHA-DE-HOY / 100
           ELSE
               IF PERIODO-MES < 1 OR PERIODO-MES > 12
                   COMPUTE PERIODO-9 = FECHA-DE-HOY / 100
                   DISPLAY "Periodo no valido, se usa " PERIODO-9.
           COMPUTE PRIMER-DIA-PERIODO = PERIODO-9 * 100 + 1.
           COMPUTE ULTIMO-DIA-PERIODO = PERIODO-9 * 100 + 31.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN INPUT RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS = "00"
               MOVE "S" TO RESULTADOS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF RESULTADOS-DISPONIBLES = "S"
               CLOSE RESULTADOS-NOMINA-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       LEE-SIGUIENTE-REGISTRO.
           IF LEE-TODO = "0"
               READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
               MOVE "1" TO LEE-TODO.

       CARGAR-OPERADORES.
           MOVE "N" TO FIN-OPERADORES.
           OPEN INPUT OPERADORES-ARCHIVO.
           IF OPERADORES-ARCHIVO-STATUS NOT = "00"
               MOVE "S" TO FIN-OPERADORES.
           PERFORM CARGAR-UN-OPERADOR
           UNTIL FIN-OPERADORES = "S".
           IF OPERADORES-ARCHIVO-STATUS NOT = "35"
               CLOSE OPERADORES-ARCHIVO.

       CARGAR-UN-OPERADOR.
           READ OPERADORES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-OPERADORES
           END-READ.
           IF FIN-OPERADORES = "N"
               IF CONT-OPERADORES < 100
                   ADD 1 TO CONT-OPERADORES
                   MOVE OPERADORES-ID TO OPERADOR-ID (CONT-OPERADORES)
                   MOVE OPERADORES-EMPLEADOS-ID
                       TO OPERADOR-EMPLEADOS-ID (CONT-OPERADORES)
                   MOVE SPACE TO OPERADOR-TELEFONO (CONT-OPERADORES)
                   MOVE SPACE TO OPERADOR-DIRECCION (CONT-OPERADORES)
               ELSE
                   IF AVISO-OPERADORES-LLENA = "N"
                       DISPLAY "Aviso: mas de 100 operadores, no se "
                               "cruzan los siguientes."
                       MOVE "S" TO AVISO-OPERADORES-LLENA.

       COMPLETAR-OPERADOR.
      *Telefono y direccion del empleado duenio de la cuenta, este
      *activo o no.
           IF OPERADOR-EMPLEADOS-ID (SUB-K) NOT = SPACE
               MOVE OPERADOR-EMPLEADOS-ID (SUB-K) TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPLEADOS-TELEFONO
                           TO OPERADOR-TELEFONO (SUB-K)
                       MOVE EMPLEADOS-DIRECCION
                           TO OPERADOR-DIRECCION (SUB-K)
               END-READ.

       CARGAR-EMPLEADO.
           MOVE "N" TO COBRA-EN-PERIODO.
           IF EMPLEADOS-ACTIVO
               MOVE "S" TO COBRA-EN-PERIODO
           ELSE
               PERFORM BUSCAR-NOMINA-DEL-PERIODO.
           IF COBRA-EN-PERIODO = "S"
               IF CONT-EMPLEADOS < 500
                   ADD 1 TO CONT-EMPLEADOS
                   PERFORM GUARDAR-EMPLEADO
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 500 empleados que "
                               "cobran, el analisis no incluye los "
                               "siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       BUSCAR-NOMINA-DEL-PERIODO.
           IF RESULTADOS-DISPONIBLES = "S"
               MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID
               MOVE PERIODO-9 TO RESNOM-ANIO-MES
               MOVE "N" TO RESNOM-PASADA
               MOVE 200 TO RESNOM-LINEA
               READ RESULTADOS-NOMINA-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO COBRA-EN-PERIODO
               END-READ.

       GUARDAR-EMPLEADO.
           MOVE EMPLEADOS-ID TO EMPLEADO-ID (CONT-EMPLEADOS).
           MOVE EMPLEADOS-BANCO-IBAN TO EMPLEADO-IBAN (CONT-EMPLEADOS).
           MOVE EMPLEADOS-TELEFONO
               TO EMPLEADO-TELEFONO (CONT-EMPLEADOS).
           MOVE EMPLEADOS-DIRECCION
               TO EMPLEADO-DIRECCION (CONT-EMPLEADOS).
           MOVE EMPLEADOS-APELLIDOS
               TO EMPLEADO-APELLIDOS (CONT-EMPLEADOS).
           MOVE EMPLEADOS-BANCO-TITULAR
               TO EMPLEADO-TITULAR (CONT-EMPLEADOS).
           MOVE "N" TO EMPLEADO-TITULAR-DISTINTO (CONT-EMPLEADOS).
           MOVE "N" TO EMPLEADO-CON-MARCAJES (CONT-EMPLEADOS).
           MOVE "N" TO EMPLEADO-CON-AUSENCIAS (CONT-EMPLEADOS).
           MOVE "N" TO EMPLEADO-CON-SESIONES (CONT-EMPLEADOS).
           MOVE SPACE TO EMPLEADO-CREADOR-ID (CONT-EMPLEADOS).
           MOVE "N" TO EMPLEADO-SALARIO-CREADOR (CONT-EMPLEADOS).
           MOVE ZERO TO EMPLEADO-CAMBIO-FECHA (CONT-EMPLEADOS).
           MOVE ZERO TO EMPLEADO-CAMBIO-ANTES (CONT-EMPLEADOS).
           MOVE ZERO TO EMPLEADO-CAMBIO-DESPUES (CONT-EMPLEADOS).
      *El titular se compara con el primer apellido: el banco lo
      *escribe a su manera, pero el apellido tiene que aparecer.
           IF EMPLEADOS-BANCO-IBAN NOT = SPACE
               PERFORM COMPROBAR-TITULAR THRU COMPROBAR-TITULAR-FIN.

       COMPROBAR-TITULAR.
           MOVE SPACE TO PRIMER-APELLIDO.
           MOVE 0 TO LONG-APELLIDO.
           UNSTRING EMPLEADOS-APELLIDOS DELIMITED BY ALL SPACE
               INTO PRIMER-APELLIDO COUNT IN LONG-APELLIDO
           END-UNSTRING.
           IF LONG-APELLIDO = 0
               GO TO COMPROBAR-TITULAR-FIN.
           INSPECT PRIMER-APELLIDO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE EMPLEADOS-BANCO-TITULAR TO TITULAR-MAYUSCULAS.
           INSPECT TITULAR-MAYUSCULAS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO CONT-APELLIDO-EN-TITULAR.
           INSPECT TITULAR-MAYUSCULAS TALLYING CONT-APELLIDO-EN-TITULAR
               FOR ALL PRIMER-APELLIDO (1:LONG-APELLIDO).
           IF CONT-APELLIDO-EN-TITULAR = 0
               MOVE "S" TO EMPLEADO-TITULAR-DISTINTO (CONT-EMPLEADOS).

       COMPROBAR-TITULAR-FIN.
           EXIT.

       BUSCAR-EMPLEADO.
           MOVE 0 TO POSICION-EMPLEADO.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-EMPLEADO
           UNTIL SUB-I > CONT-EMPLEADOS OR POSICION-EMPLEADO > 0.

       COMPARAR-FILA-EMPLEADO.
           IF EMPLEADO-ID (SUB-I) = EMPLEADO-BUSCADO
               MOVE SUB-I TO POSICION-EMPLEADO.
           ADD 1 TO SUB-I.

       BUSCAR-OPERADOR.
           MOVE 0 TO POSICION-OPERADOR.
           MOVE 1 TO SUB-K.
           PERFORM COMPARAR-FILA-OPERADOR
           UNTIL SUB-K > CONT-OPERADORES OR POSICION-OPERADOR > 0.

       COMPARAR-FILA-OPERADOR.
           IF OPERADOR-ID (SUB-K) = OPERADOR-BUSCADO
               MOVE SUB-K TO POSICION-OPERADOR.
           ADD 1 TO SUB-K.

       MARCAR-MARCAJES.
      *Sin archivo del reloj no se puede decir quien no ficho y el
      *apartado de actividad no se comprueba.
           OPEN INPUT MARCAJES-ARCHIVO.
           IF MARCAJES-ARCHIVO-STATUS NOT = "00"
               GO TO MARCAR-MARCAJES-FIN.
           MOVE "S" TO MARCAJES-DISPONIBLES.
           MOVE "N" TO FIN-MARCAJES.
           PERFORM MARCAR-UN-MARCAJE
           UNTIL FIN-MARCAJES = "S".
           CLOSE MARCAJES-ARCHIVO.

       MARCAR-MARCAJES-FIN.
           EXIT.

       MARCAR-UN-MARCAJE.
           READ MARCAJES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-MARCAJES
           END-READ.
           IF FIN-MARCAJES = "N" AND
              MARCAJE-FECHA NOT < PRIMER-DIA-PERIODO AND
              MARCAJE-FECHA NOT > ULTIMO-DIA-PERIODO
               MOVE MARCAJE-EMPLEADOS-ID TO EMPLEADO-BUSCADO
               PERFORM BUSCAR-EMPLEADO
               IF POSICION-EMPLEADO > 0
                   MOVE "S"
                       TO EMPLEADO-CON-MARCAJES (POSICION-EMPLEADO).

       MARCAR-AUSENCIAS.
      *Cualquier tramo de ausencia que toque el periodo cuenta como
      *senal de vida.
           MOVE "N" TO FIN-AUSENCIAS.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           IF AUSENCIAS-ARCHIVO-STATUS NOT = "00"
               MOVE "S" TO FIN-AUSENCIAS.
           PERFORM MARCAR-UNA-AUSENCIA
           UNTIL FIN-AUSENCIAS = "S".
           IF AUSENCIAS-ARCHIVO-STATUS NOT = "35"
               CLOSE AUSENCIAS-ARCHIVO.

       MARCAR-UNA-AUSENCIA.
           READ AUSENCIAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-AUSENCIAS
           END-READ.
           IF FIN-AUSENCIAS = "N" AND
              AUSENCIA-FECHA-DESDE NOT > ULTIMO-DIA-PERIODO AND
              AUSENCIA-FECHA-HASTA NOT < PRIMER-DIA-PERIODO
               MOVE AUSENCIA-EMPLEADOS-ID TO EMPLEADO-BUSCADO
               PERFORM BUSCAR-EMPLEADO
               IF POSICION-EMPLEADO > 0
                   MOVE "S"
                       TO EMPLEADO-CON-AUSENCIAS (POSICION-EMPLEADO).

       RECORRER-AUDITORIA.
      *De la auditoria salen tres cosas: el operador que dio de alta
      *a cada empleado, los cambios de salario que luego hizo ese
      *mismo operador y los resumenes de sesion del mes de las
      *cuentas de operador de cada empleado.
           MOVE "N" TO FIN-AUDITORIA.
           OPEN INPUT EMPLEADOS-AUDITORIA.
           IF AUDITORIA-ARCHIVO-STATUS = "00"
               MOVE "S" TO AUDITORIA-DISPONIBLE
           ELSE
               MOVE "S" TO FIN-AUDITORIA.
           PERFORM REVISAR-MOVIMIENTO-AUDITORIA
               THRU REVISAR-MOVIMIENTO-AUDITORIA-FIN
           UNTIL FIN-AUDITORIA = "S".
           IF AUDITORIA-DISPONIBLE = "S"
               CLOSE EMPLEADOS-AUDITORIA.

       REVISAR-MOVIMIENTO-AUDITORIA.
           READ EMPLEADOS-AUDITORIA
               AT END
                   MOVE "S" TO FIN-AUDITORIA
           END-READ.
           IF FIN-AUDITORIA = "S"
               GO TO REVISAR-MOVIMIENTO-AUDITORIA-FIN.
           IF AUDITORIA-ALTA
               MOVE AUDITORIA-EMPLEADOS-ID TO EMPLEADO-BUSCADO
               PERFORM BUSCAR-EMPLEADO
               IF POSICION-EMPLEADO > 0
                   MOVE AUDITORIA-OPERADOR-ID
                       TO EMPLEADO-CREADOR-ID (POSICION-EMPLEADO).
           IF AUDITORIA-MODIFICACION
               PERFORM REVISAR-CAMBIO-SALARIO.
           IF AUDITORIA-RESUMEN-SESION
               PERFORM REVISAR-SESION.

       REVISAR-MOVIMIENTO-AUDITORIA-FIN.
           EXIT.

       REVISAR-CAMBIO-SALARIO.
           MOVE AUDITORIA-EMPLEADOS-ID TO EMPLEADO-BUSCADO.
           PERFORM BUSCAR-EMPLEADO.
           IF POSICION-EMPLEADO > 0
               MOVE AUDITORIA-VALOR-ANTES TO IMAGEN-ANTES
               MOVE AUDITORIA-VALOR-DESPUES TO IMAGEN-DESPUES
               IF EMPLEADO-CREADOR-ID (POSICION-EMPLEADO) NOT = SPACE
                  AND EMPLEADO-CREADOR-ID (POSICION-EMPLEADO) =
                      AUDITORIA-OPERADOR-ID
                  AND IMAGEN-ANTES-SALARIO NOT = IMAGEN-DESPUES-SALARIO
                   MOVE "S" TO EMPLEADO-SALARIO-CREADOR
                               (POSICION-EMPLEADO)
                   MOVE AUDITORIA-FECHA
                       TO EMPLEADO-CAMBIO-FECHA (POSICION-EMPLEADO)
                   MOVE IMAGEN-ANTES-SALARIO
                       TO EMPLEADO-CAMBIO-ANTES (POSICION-EMPLEADO)
                   MOVE IMAGEN-DESPUES-SALARIO
                       TO EMPLEADO-CAMBIO-DESPUES (POSICION-EMPLEADO).

       REVISAR-SESION.
           COMPUTE MES-DEL-REGISTRO = AUDITORIA-FECHA / 100.
           IF MES-DEL-REGISTRO = PERIODO-9
               MOVE AUDITORIA-OPERADOR-ID TO OPERADOR-BUSCADO
               PERFORM BUSCAR-OPERADOR
               IF POSICION-OPERADOR > 0 AND
                  OPERADOR-EMPLEADOS-ID (POSICION-OPERADOR) NOT = SPACE
                   MOVE OPERADOR-EMPLEADOS-ID (POSICION-OPERADOR)
                       TO EMPLEADO-BUSCADO
                   PERFORM BUSCAR-EMPLEADO
                   IF POSICION-EMPLEADO > 0
                       MOVE "S" TO EMPLEADO-CON-SESIONES
                                   (POSICION-EMPLEADO).

       LISTAR-IBAN-COMPARTIDOS.
           MOVE "CUENTAS IBAN COMPARTIDAS ENTRE EMPLEADOS DISTINTOS"
               TO INFORME-LINEA.
           PERFORM IMPRIMIR-CABECERA.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-IBAN-CONTRA-RESTO
           UNTIL SUB-I >= CONT-EMPLEADOS.
           IF CONT-IBAN-COMPARTIDOS = 0
               MOVE "  NINGUNA" TO INFORME-LINEA
               PERFORM IMPRIMIR-LINEA.

       COMPARAR-IBAN-CONTRA-RESTO.
           COMPUTE SUB-J = SUB-I + 1.
           IF EMPLEADO-IBAN (SUB-I) NOT = SPACE
               PERFORM COMPARAR-IBAN-UN-PAR
               UNTIL SUB-J > CONT-EMPLEADOS.
           ADD 1 TO SUB-I.

       COMPARAR-IBAN-UN-PAR.
           IF EMPLEADO-IBAN (SUB-I) = EMPLEADO-IBAN (SUB-J)
               ADD 1 TO CONT-IBAN-COMPARTIDOS
               MOVE SPACE TO INFORME-LINEA
               STRING "  IBAN " DELIMITED BY SIZE
                      EMPLEADO-IBAN (SUB-I) DELIMITED BY SIZE
                      " COMPARTIDO POR " DELIMITED BY SIZE
                      EMPLEADO-ID (SUB-I) DELIMITED BY SIZE
                      " Y " DELIMITED BY SIZE
                      EMPLEADO-ID (SUB-J) DELIMITED BY SIZE
                   INTO INFORME-LINEA
               PERFORM IMPRIMIR-LINEA.
           ADD 1 TO SUB-J.

       LISTAR-SIN-ACTIVIDAD.
           MOVE "COBRAN SIN MARCAJES, AUSENCIAS NI SESIONES EN EL MES"
               TO INFORME-LINEA.
           PERFORM IMPRIMIR-CABECERA.
           IF MARCAJES-DISPONIBLES = "N"
               MOVE "  SIN ARCHIVO DE MARCAJES DEL RELOJ, NO SE "
                   & "COMPRUEBA" TO INFORME-LINEA
               PERFORM IMPRIMIR-LINEA
           ELSE
               PERFORM COMPROBAR-ACTIVIDAD
               VARYING SUB-I FROM 1 BY 1 UNTIL SUB-I > CONT-EMPLEADOS
               IF CONT-SIN-ACTIVIDAD = 0
                   MOVE "  NINGUNO" TO INFORME-LINEA
                   PERFORM IMPRIMIR-LINEA.

       COMPROBAR-ACTIVIDAD.
           IF EMPLEADO-CON-MARCAJES (SUB-I) = "N" AND
              EMPLEADO-CON-AUSENCIAS (SUB-I) = "N" AND
              EMPLEADO-CON-SESIONES (SUB-I) = "N"
               ADD 1 TO CONT-SIN-ACTIVIDAD
               MOVE SPACE TO INFORME-LINEA
               STRING "  EMPLEADO " DELIMITED BY SIZE
                      EMPLEADO-ID (SUB-I) DELIMITED BY SIZE
                      " IBAN " DELIMITED BY SIZE
                      EMPLEADO-IBAN (SUB-I) DELIMITED BY SIZE
                   INTO INFORME-LINEA
               PERFORM IMPRIMIR-LINEA.

       LISTAR-TITULARES-DISTINTOS.
           MOVE "TITULAR DE LA CUENTA SIN EL APELLIDO DEL EMPLEADO"
               TO INFORME-LINEA.
           PERFORM IMPRIMIR-CABECERA.
           PERFORM COMPROBAR-TITULAR-DISTINTO
           VARYING SUB-I FROM 1 BY 1 UNTIL SUB-I > CONT-EMPLEADOS.
           IF CONT-TITULAR-DISTINTO = 0
               MOVE "  NINGUNO" TO INFORME-LINEA
               PERFORM IMPRIMIR-LINEA.

       COMPROBAR-TITULAR-DISTINTO.
           IF EMPLEADO-TITULAR-DISTINTO (SUB-I) = "S"
               ADD 1 TO CONT-TITULAR-DISTINTO
               MOVE SPACE TO INFORME-LINEA
               STRING "  EMPLEADO " DELIMITED BY SIZE
                      EMPLEADO-ID (SUB-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EMPLEADO-APELLIDOS (SUB-I) DELIMITED BY SIZE
                      " TITULAR " DELIMITED BY SIZE
                      EMPLEADO-TITULAR (SUB-I) DELIMITED BY SIZE
                      " IBAN " DELIMITED BY SIZE
                      EMPLEADO-IBAN (SUB-I) DELIMITED BY SIZE
                   INTO INFORME-LINEA
               PERFORM IMPRIMIR-LINEA.

       LISTAR-DATOS-DE-OPERADOR.
           MOVE "TELEFONO O DIRECCION IGUAL A LA DEL EMPLEADO DE UN "
               & "OPERADOR" TO INFORME-LINEA.
           PERFORM IMPRIMIR-CABECERA.
           PERFORM CRUZAR-EMPLEADO-CON-OPERADORES
           VARYING SUB-I FROM 1 BY 1 UNTIL SUB-I > CONT-EMPLEADOS.
           IF CONT-DATOS-OPERADOR = 0
               MOVE "  NINGUNO" TO INFORME-LINEA
               PERFORM IMPRIMIR-LINEA.

       CRUZAR-EMPLEADO-CON-OPERADORES.
           PERFORM CRUZAR-CON-UN-OPERADOR
               THRU CRUZAR-CON-UN-OPERADOR-FIN
           VARYING SUB-K FROM 1 BY 1 UNTIL SUB-K > CONT-OPERADORES.

       CRUZAR-CON-UN-OPERADOR.
      *El propio duenio de la cuenta no cuenta como coincidencia.
           IF OPERADOR-EMPLEADOS-ID (SUB-K) = SPACE OR
              OPERADOR-EMPLEADOS-ID (SUB-K) = EMPLEADO-ID (SUB-I)
               GO TO CRUZAR-CON-UN-OPERADOR-FIN.
           IF OPERADOR-TELEFONO (SUB-K) NOT = SPACE AND
              OPERADOR-TELEFONO (SUB-K) = EMPLEADO-TELEFONO (SUB-I)
               MOVE "TELEFONO" TO DATO-COINCIDENTE
               PERFORM IMPRIMIR-DATO-DE-OPERADOR.
           IF OPERADOR-DIRECCION (SUB-K) NOT = SPACE AND
              OPERADOR-DIRECCION (SUB-K) = EMPLEADO-DIRECCION (SUB-I)
               MOVE "DIRECCION" TO DATO-COINCIDENTE
               PERFORM IMPRIMIR-DATO-DE-OPERADOR.

       CRUZAR-CON-UN-OPERADOR-FIN.
           EXIT.

       IMPRIMIR-DATO-DE-OPERADOR.
           ADD 1 TO CONT-DATOS-OPERADOR.
           MOVE SPACE TO INFORME-LINEA.
           STRING "  EMPLEADO " DELIMITED BY SIZE
                  EMPLEADO-ID (SUB-I) DELIMITED BY SIZE
                  " MISMO " DELIMITED BY SIZE
                  DATO-COINCIDENTE DELIMITED BY SIZE
                  " QUE EL OPERADOR " DELIMITED BY SIZE
                  OPERADOR-ID (SUB-K) DELIMITED BY SIZE
                  " (EMPLEADO " DELIMITED BY SIZE
                  OPERADOR-EMPLEADOS-ID (SUB-K) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       LISTAR-SALARIO-DEL-CREADOR.
           MOVE "SALARIO CAMBIADO POR EL MISMO OPERADOR QUE DIO EL ALTA"
               TO INFORME-LINEA.
           PERFORM IMPRIMIR-CABECERA.
           IF AUDITORIA-DISPONIBLE = "N"
               MOVE "  SIN ARCHIVO DE AUDITORIA, NO SE COMPRUEBA"
                   TO INFORME-LINEA
               PERFORM IMPRIMIR-LINEA
           ELSE
               PERFORM COMPROBAR-SALARIO-CREADOR
               VARYING SUB-I FROM 1 BY 1 UNTIL SUB-I > CONT-EMPLEADOS
               IF CONT-SALARIO-CREADOR = 0
                   MOVE "  NINGUNO" TO INFORME-LINEA
                   PERFORM IMPRIMIR-LINEA.

       COMPROBAR-SALARIO-CREADOR.
           IF EMPLEADO-SALARIO-CREADOR (SUB-I) = "S"
               ADD 1 TO CONT-SALARIO-CREADOR
               MOVE EMPLEADO-CAMBIO-ANTES (SUB-I) TO ANTES-EDITADO
               MOVE EMPLEADO-CAMBIO-DESPUES (SUB-I) TO DESPUES-EDITADO
               MOVE SPACE TO INFORME-LINEA
               STRING "  EMPLEADO " DELIMITED BY SIZE
                      EMPLEADO-ID (SUB-I) DELIMITED BY SIZE
                      " ALTA Y CAMBIO POR " DELIMITED BY SIZE
                      EMPLEADO-CREADOR-ID (SUB-I) DELIMITED BY SIZE
                      " ULTIMO EL " DELIMITED BY SIZE
                      EMPLEADO-CAMBIO-FECHA (SUB-I) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      ANTES-EDITADO DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      DESPUES-EDITADO DELIMITED BY SIZE
                   INTO INFORME-LINEA
               PERFORM IMPRIMIR-LINEA.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "ANALISIS_FRAUDE.TXT" TO INFORME-NOMBRE.
           MOVE "ANALISIS-FRAUDE" TO INFORME-PROGRAMA.
           STRING "ANALISIS DE EMPLEADOS FANTASMA Y FRAUDE EN PAGOS "
                  DELIMITED BY SIZE
                  PERIODO-9 DELIMITED BY SIZE
               INTO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-CABECERA.
           MOVE "L" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY " ".
           DISPLAY INFORME-LINEA.

       IMPRIMIR-LINEA.
           MOVE "L" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-EMPLEADOS TO CONT-EDITADO.
           STRING "EMPLEADOS QUE COBRAN ANALIZADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN DEL ANALISIS DE FRAUDE " PERIODO-9.
           DISPLAY "Empleados que cobran analizados: " CONT-EMPLEADOS.
           DISPLAY "Coincidencias de IBAN: " CONT-IBAN-COMPARTIDOS.
           DISPLAY "Sin actividad en el mes: " CONT-SIN-ACTIVIDAD.
           DISPLAY "Titular distinto del apellido: "
                   CONT-TITULAR-DISTINTO.
           DISPLAY "Datos iguales a los de un operador: "
                   CONT-DATOS-OPERADOR.
           DISPLAY "Salario cambiado por quien dio el alta: "
                   CONT-SALARIO-CREADOR.

       END PROGRAM ANALISIS-FRAUDE.

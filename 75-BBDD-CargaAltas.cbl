       COPY "copybooks/28-PhAltasRRHH.cbl".
      *Archivo maestro de plazas autorizadas.
       COPY "copybooks/28-PhPlazas.cbl".
      *Archivo de candidatos por requisicion.
       COPY "copybooks/28-PhCandidatos.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoAltasRRHH.cbl".
      *Archivo maestro de plazas autorizadas.
       COPY "copybooks/28-LoPlazas.cbl".
      *Archivo de candidatos por requisicion.
       COPY "copybooks/28-LoCandidatos.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del modulo de control de bloqueo.
       COPY "copybooks/28-LkBloqueo.cbl".
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       77  LEE-TODO PIC X.
       77  LINEA-VALIDA PIC X.
       77  CONT-LINEAS PIC 9(5) COMP VALUE 0.
       77  CONT-AGREGADOS PIC 9(5) COMP VALUE 0.
       77  CONT-RECHAZADOS PIC 9(5) COMP VALUE 0.
       77  FIN-CANDIDATOS PIC X.
       77  CONT-CANDIDATOS PIC 9(5) COMP VALUE 0.
       77  CONT-CANDIDATOS-AGREGADOS PIC 9(5) COMP VALUE 0.
       77  CONT-CANDIDATOS-RECHAZADOS PIC 9(5) COMP VALUE 0.

       01  OPERADOR-SESION PIC X(6).
       01  MOTIVO-RECHAZO PIC X(40).
       COPY "copybooks/28-EstadoAltasRRHH.cbl".
      *Estado del archivo maestro de plazas autorizadas.
       COPY "copybooks/28-EstadoPlazas.cbl".
      *Estado del archivo de candidatos por requisicion.
       COPY "copybooks/28-EstadoCandidatos.cbl".

      *Control de plazas autorizadas del ejercicio: el alta que
      *supera el cupo no se rechaza, pero queda avisada en el
       01  FIN-RECUENTO PIC X.
       01  DEPARTAMENTO-ALTA-ACTUAL PIC X(4).
       01  GRADO-ALTA-ACTUAL PIC X(4).
       01  EMPRESA-ALTA-ACTUAL PIC X(2).
       01  EJERCICIO-ACTUAL PIC 9(4).
       01  REGISTRO-ALTA-EN-CURSO PIC X(400).
       01  CONT-PLAZAS-EXCEDIDAS PIC 9(5) COMP VALUE 0.
      *Area de peticion del modulo de control de presupuesto.
       COPY "copybooks/28-LkControlPresupuesto.cbl".
       01  CONT-SOBRE-PRESUPUESTO PIC 9(5) COMP VALUE 0.
      *Area de peticion del modulo de porcentaje personal de IRPF.
       COPY "copybooks/28-LkTipoIrpf.cbl".

       PROCEDURE DIVISION.

                       "ejecuta."
               STOP RUN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           IF ALTAS-RRHH-STATUS = "00"
               MOVE "0" TO LEE-TODO
               PERFORM LEE-SIGUIENTE-ALTA
               PERFORM PROCESAR-LINEA-ALTA
               UNTIL LEE-TODO = "1".
           PERFORM CARGAR-CANDIDATOS-ACEPTADOS.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM LIBERAR-USO-EXCLUSIVO.
           DISPLAY " ".
           DISPLAY "Lineas leidas:       " CONT-LINEAS.
           DISPLAY "Empleados agregados: " CONT-AGREGADOS.
           DISPLAY "Lineas rechazadas:   " CONT-RECHAZADOS.
           DISPLAY "Candidatos aceptados leidos: " CONT-CANDIDATOS
                   " agregados: " CONT-CANDIDATOS-AGREGADOS
                   " rechazados: " CONT-CANDIDATOS-RECHAZADOS.
           DISPLAY "Altas sobre el cupo de plazas: "
                   CONT-PLAZAS-EXCEDIDAS.
           DISPLAY "Altas sobre el presupuesto del departamento: "
           CLOSE EMPLEADOS-AUDITORIA.
           CLOSE CONTADOR-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.
           IF ALTAS-RRHH-STATUS = "00"
               CLOSE ALTAS-RRHH-ARCHIVO.

       ABRIR-EMPLEADOS.
      *El archivo de empleados es indexado, no admite OPEN EXTEND.
                       EMPLEADOS-ARCHIVO-STATUS.

       COMPROBAR-ESTADO-ALTAS.
           IF ALTAS-RRHH-STATUS = "35"
               DISPLAY "Sin archivo de altas de RRHH, solo se cargan "
                       "los candidatos aceptados."
           ELSE
           IF ALTAS-RRHH-STATUS NOT = "00"
               DISPLAY "Estado de archivo de altas inesperado: "
                       ALTAS-RRHH-STATUS.
               INVALID KEY
                   MOVE "DEPARTAMENTO INEXISTENTE" TO MOTIVO-RECHAZO
                   MOVE "N" TO LINEA-VALIDA
               NOT INVALID KEY
      *El empleado entra en la empresa del grupo de su
      *departamento.
                   MOVE DEPARTAMENTOS-EMPRESA TO EMPRESA-ALTA-ACTUAL
           END-READ.

       DAR-DE-ALTA.
           MOVE ALTA-TELEFONO TO EMPLEADOS-TELEFONO.
           MOVE ALTA-DIRECCION TO EMPLEADOS-DIRECCION.
           MOVE ALTA-DEPARTAMENTO TO EMPLEADOS-DEPARTAMENTO.
           MOVE EMPRESA-ALTA-ACTUAL TO EMPLEADOS-EMPRESA.
           MOVE FECHA-DE-HOY TO EMPLEADOS-EMPRESA-DESDE.
           MOVE SALARIO-ALTA-9 TO EMPLEADOS-SALARIO.
           MOVE ALTA-GRADO TO EMPLEADOS-GRADO.
           MOVE ALTA-CONTACTO-NOMBRE TO EMPLEADOS-CONTACTO-NOMBRE.
               TO EMPLEADOS-CONTACTO-TELEFONO.
           MOVE "A" TO EMPLEADOS-ESTADO.
           MOVE FECHA-DE-HOY TO EMPLEADOS-FECHA-ALTA.
      *El fichero de altas no trae jornada: el alta entra a jornada
      *completa y la parcialidad se ajusta luego en la ficha.
           MOVE 100 TO EMPLEADOS-JORNADA-PORCENTAJE.
           MOVE 100 TO EMPLEADOS-JORNADA-ANTERIOR.
           MOVE FECHA-DE-HOY TO EMPLEADOS-JORNADA-DESDE.
           MOVE "5" TO EMPLEADOS-VERSION-REGISTRO.
           PERFORM RECALCULAR-TIPO-IRPF.
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "Ya existe un empleado con el ID "
               THRU COMPROBAR-PLAZAS-FIN.
           PERFORM COMPROBAR-PRESUPUESTO-ALTA.

       RECALCULAR-TIPO-IRPF.
      *El alta nace con su porcentaje personal de retencion; los
      *dependientes que se registren despues lo recalculan.
           IF EMPLEADOS-VERSION-VIGENTE
               MOVE SPACE TO TIPOIRPF-PETICION
               MOVE EMPLEADOS-ID TO TIPOIRPF-EMPLEADOS-ID
               MOVE EMPLEADOS-SALARIO TO TIPOIRPF-SALARIO
               MOVE EMPLEADOS-FECHA-NACIMIENTO
                   TO TIPOIRPF-FECHA-NACIMIENTO
               MOVE ZEROES TO TIPOIRPF-FECHA
               CALL "CALCULO-TIPO-IRPF" USING TIPOIRPF-PETICION
               IF TIPOIRPF-CALCULADO
                   MOVE TIPOIRPF-PORCENTAJE TO EMPLEADOS-IRPF-PERSONAL
                   MOVE TIPOIRPF-FECHA TO EMPLEADOS-IRPF-CALCULO.

       COMPROBAR-PRESUPUESTO-ALTA.
      *El alta recien cargada se contrasta en el acto contra la
      *fila de presupuesto del ejercicio; sobre presupuesto queda
           AT END
           MOVE "1" TO LEE-TODO.

       CARGAR-CANDIDATOS-ACEPTADOS.
      *Los candidatos que aceptaron la oferta en SELECCION-CANDIDATOS
      *y aun no tienen EMPLEADOS-ID se dan de alta igual que una
      *linea de RRHH, sin volver a teclear sus datos.
           OPEN I-O CANDIDATOS-SELECCION-ARCHIVO.
           IF CANDIDATOS-SELECCION-STATUS = "00"
               MOVE "N" TO FIN-CANDIDATOS
               PERFORM LEER-CANDIDATO
               PERFORM PROCESAR-CANDIDATO
               UNTIL FIN-CANDIDATOS = "S"
               CLOSE CANDIDATOS-SELECCION-ARCHIVO.

       LEER-CANDIDATO.
           READ CANDIDATOS-SELECCION-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CANDIDATOS
           END-READ.

       PROCESAR-CANDIDATO.
           IF CANDIDATO-ACEPTADO AND CANDIDATO-EMPLEADOS-ID = SPACE
               ADD 1 TO CONT-CANDIDATOS
               PERFORM PASAR-CANDIDATO-A-LINEA
               PERFORM VALIDAR-LINEA-ALTA
               IF LINEA-VALIDA = "S"
                   PERFORM DAR-DE-ALTA
                   PERFORM ANOTAR-ALTA-CANDIDATO
               ELSE
                   ADD 1 TO CONT-CANDIDATOS-RECHAZADOS
                   DISPLAY "CANDIDATO " CANDIDATO-REQUISICION "-"
                           CANDIDATO-NUMERO " RECHAZADO ("
                           MOTIVO-RECHAZO "): " ALTA-APELLIDOS.
           PERFORM LEER-CANDIDATO.

       PASAR-CANDIDATO-A-LINEA.
      *Se monta la misma linea que enviaria RRHH en el area del
      *archivo de altas, para validar y grabar con los mismos
      *parrafos. El departamento y el grado son los de la plaza de
      *la requisicion y el salario el de la oferta aceptada.
           MOVE SPACE TO ALTA-RRHH-REGISTRO.
           MOVE CANDIDATO-NOMBRE TO ALTA-NOMBRE.
           MOVE CANDIDATO-APELLIDOS TO ALTA-APELLIDOS.
           MOVE CANDIDATO-FECHA-NACIMIENTO TO ALTA-FECHA-NACIMIENTO.
           MOVE CANDIDATO-TELEFONO TO ALTA-TELEFONO.
           MOVE CANDIDATO-DIRECCION TO ALTA-DIRECCION.
           MOVE CANDIDATO-DEPARTAMENTO TO ALTA-DEPARTAMENTO.
           MOVE CANDIDATO-SALARIO-OFERTA TO SALARIO-ALTA-9.
           MOVE SALARIO-ALTA-X TO ALTA-SALARIO.
           MOVE CANDIDATO-GRADO TO ALTA-GRADO.
           MOVE CANDIDATO-CONTACTO-NOMBRE TO ALTA-CONTACTO-NOMBRE.
           MOVE CANDIDATO-CONTACTO-PARENTESCO
               TO ALTA-CONTACTO-PARENTESCO.
           MOVE CANDIDATO-CONTACTO-TELEFONO
               TO ALTA-CONTACTO-TELEFONO.

       ANOTAR-ALTA-CANDIDATO.
           MOVE EMPLEADOS-ID TO CANDIDATO-EMPLEADOS-ID.
           REWRITE CANDIDATO-REGISTRO
               INVALID KEY
                   DISPLAY "Error al anotar el alta del candidato "
                           CANDIDATO-REQUISICION "-" CANDIDATO-NUMERO
           END-REWRITE.
           ADD 1 TO CONT-CANDIDATOS-AGREGADOS.
           DISPLAY "Candidato " CANDIDATO-REQUISICION "-"
                   CANDIDATO-NUMERO " dado de alta con el ID "
                   EMPLEADOS-ID.


       ASIGNAR-SECUENCIA-AUDITORIA.
      *Obtiene la siguiente secuencia monotona del contador y la

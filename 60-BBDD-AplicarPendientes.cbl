       COPY "copybooks/28-PhHistorialSalarios.cbl".
      *Archivo de historial de movimientos de empleo.
       COPY "copybooks/28-PhMovimientos.cbl".
      *Registro de cambios de cuenta bancaria.
       COPY "copybooks/28-PhCambiosCuenta.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoHistorialSalarios.cbl".
      *Archivo de historial de movimientos de empleo.
       COPY "copybooks/28-LoMovimientos.cbl".
      *Registro de cambios de cuenta bancaria.
       COPY "copybooks/28-LoCambiosCuenta.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del modulo de control de bloqueo.
       COPY "copybooks/28-LkBloqueo.cbl".
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       77  LEE-TODO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CONT-APLICADAS PIC 9(5) COMP VALUE 0.
       77  CONT-EN-ESPERA PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-EMPLEADO PIC 9(5) COMP VALUE 0.

       01  REGISTRO-ANTES PIC X(400).
       01  SALARIO-ANTES-DEL-CAMBIO PIC S9(7)V99.
       01  DEPARTAMENTO-ANTES-DEL-CAMBIO PIC X(4).
       01  GRADO-ANTES-DEL-CAMBIO PIC X(4).
       01  IBAN-ANTES-DEL-CAMBIO PIC X(24).
       01  MOV-CAMPO-ACTUAL PIC X(1).
       01  MOV-ANTES-ACTUAL PIC X(4).
       01  MOV-DESPUES-ACTUAL PIC X(4).
       COPY "copybooks/28-EstadoHistorialSalarios.cbl".
      *Estado del archivo de historial de movimientos.
       COPY "copybooks/28-EstadoMovimientos.cbl".
      *Estado del registro de cambios de cuenta bancaria.
       COPY "copybooks/28-EstadoCambiosCuenta.cbl".
      *Area de peticion del modulo de porcentaje personal de IRPF.
       COPY "copybooks/28-LkTipoIrpf.cbl".

       PROCEDURE DIVISION.

               MOVE EMPLEADOS-DEPARTAMENTO
                   TO DEPARTAMENTO-ANTES-DEL-CAMBIO
               MOVE EMPLEADOS-GRADO TO GRADO-ANTES-DEL-CAMBIO
               MOVE EMPLEADOS-BANCO-IBAN TO IBAN-ANTES-DEL-CAMBIO
               MOVE PENDIENTE-VALOR-PROPUESTO TO EMPLEADOS-REGISTRO
               PERFORM RECALCULAR-TIPO-IRPF
               REWRITE EMPLEADOS-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al aplicar la transaccion del "
                   MOVE EMPLEADOS-GRADO TO MOV-DESPUES-ACTUAL
                   PERFORM ESCRIBIR-MOVIMIENTO
               END-IF
               IF EMPLEADOS-BANCO-IBAN NOT = IBAN-ANTES-DEL-CAMBIO
                   PERFORM ESCRIBIR-CAMBIO-CUENTA
               END-IF
               PERFORM MARCAR-PENDIENTE-APLICADA
               ADD 1 TO CONT-APLICADAS.

       RECALCULAR-TIPO-IRPF.
      *La imagen diferida trae el porcentaje de cuando se tecleo:
      *si el cambio toca el salario se recalcula con la situacion
      *del dia en que se aplica.
           IF EMPLEADOS-SALARIO NOT = SALARIO-ANTES-DEL-CAMBIO AND
              EMPLEADOS-VERSION-VIGENTE
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

       ESCRIBIR-MOVIMIENTO.
      *La transaccion diferida que mueve el departamento o el grado
      *anexa su movimiento de empleo al aplicarse, igual que la
           WRITE MOVIMIENTO-REGISTRO.
           CLOSE MOVIMIENTOS-ARCHIVO.

       ESCRIBIR-CAMBIO-CUENTA.
      *El cambio de IBAN diferido cuenta como cambio de cuenta del
      *dia en que se aplica, a nombre de quien lo tecleo.
           OPEN I-O CAMBIOS-CUENTA-ARCHIVO.
           IF CAMBIOS-CUENTA-STATUS = "35"
               OPEN OUTPUT CAMBIOS-CUENTA-ARCHIVO
               CLOSE CAMBIOS-CUENTA-ARCHIVO
               OPEN I-O CAMBIOS-CUENTA-ARCHIVO.
           MOVE SPACE TO CAMBIOCTA-REGISTRO.
           MOVE EMPLEADOS-ID TO CAMBIOCTA-EMPLEADOS-ID.
           ACCEPT CAMBIOCTA-FECHA FROM DATE YYYYMMDD.
           ACCEPT CAMBIOCTA-HORA FROM TIME.
           MOVE IBAN-ANTES-DEL-CAMBIO TO CAMBIOCTA-IBAN-ANTES.
           MOVE EMPLEADOS-BANCO-IBAN TO CAMBIOCTA-IBAN-DESPUES.
           MOVE PENDIENTE-OPERADOR-ID TO CAMBIOCTA-OPERADOR-ID.
           MOVE "PE" TO CAMBIOCTA-MOTIVO.
           MOVE ZEROES TO CAMBIOCTA-FECHA-VERIFICACION.
           WRITE CAMBIOCTA-REGISTRO
               INVALID KEY
                   DISPLAY "Error al anotar el cambio de cuenta del "
                           "empleado " EMPLEADOS-ID
           END-WRITE.
           CLOSE CAMBIOS-CUENTA-ARCHIVO.

       MARCAR-PENDIENTE-APLICADA.
           MOVE "A" TO PENDIENTE-ESTADO.
           REWRITE PENDIENTE-REGISTRO

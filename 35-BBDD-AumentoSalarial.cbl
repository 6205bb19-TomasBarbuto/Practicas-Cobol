       WORKING-STORAGE SECTION.
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       77  LEE-TODO PIC X.
      *Area de peticion del modulo de control de bloqueo.
       COPY "copybooks/28-LkBloqueo.cbl".
       COPY "copybooks/28-EstadoHistorialSalarios.cbl".
      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".
      *Area de peticion del modulo de porcentaje personal de IRPF.
       COPY "copybooks/28-LkTipoIrpf.cbl".

       PROCEDURE DIVISION.

               ADD SALARIO-ANTERIOR TO TOTAL-ANTES
               ADD EMPLEADOS-SALARIO TO TOTAL-DESPUES
               ADD 1 TO CONT-ACTUALIZADOS
               PERFORM RECALCULAR-TIPO-IRPF
               REWRITE EMPLEADOS-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar el salario del "
               PERFORM ESCRIBIR-JOURNAL
               PERFORM MOSTRAR-LINEA-PAYROLL.

       RECALCULAR-TIPO-IRPF.
      *La subida cambia la proyeccion del ejercicio: se recalcula
      *el porcentaje personal de retencion antes de grabar.
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

       ESCRIBIR-HISTORIAL-SALARIO.
           MOVE SPACE TO HISTSAL-REGISTRO.
           MOVE EMPLEADOS-ID TO HISTSAL-EMPLEADOS-ID.

       COPY "copybooks/28-LkBloqueo.cbl".
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       77  LEE-TODO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CONT-REGISTROS-ACTUALIZADOS PIC 9(5) COMP VALUE 0.
       77  CONT-REGISTROS-NO-ENCONTRADOS PIC 9(5) COMP VALUE 0.

       01  REGISTRO-ANTES PIC X(400).
       01  OPERADOR-SESION PIC X(6).
      *El salario corregido llega en digitos con dos decimales
      *implicitos y se valida como numerico antes de moverlo por la
       77  CONT-RECHAZOS-ESCRITOS PIC 9(5) COMP VALUE 0.
       01  MOTIVO-RECHAZO-ACTUAL PIC X(2).

      *Empresa del grupo del empleado y del departamento corregido,
      *con la empresa en blanco como la principal "01".
       01  EMPRESA-DEL-EMPLEADO PIC X(2).
       01  EMPRESA-DEL-DEPARTAMENTO PIC X(2).

      *El periodo de nomina en curso puede estar ya cerrado (una
      *recarga tardia tras el cierre): entonces los salarios
      *corregidos no se aplican en linea sino que se desvian al
       COPY "copybooks/28-LkControlPresupuesto.cbl".
       01  PRESUPUESTO-OK PIC X.
       77  CONT-PRESUPUESTO-ENCOLADOS PIC 9(5) COMP VALUE 0.
      *Area de peticion del modulo de porcentaje personal de IRPF.
       COPY "copybooks/28-LkTipoIrpf.cbl".

       PROCEDURE DIVISION.

               MOVE EMPLEADOS-REGISTRO TO REGISTRO-ANTES
               MOVE EMPLEADOS-SALARIO TO SALARIO-ANTES-DEL-CAMBIO
               PERFORM APLICAR-CAMPOS-PRESENTES
               PERFORM RECALCULAR-TIPO-IRPF
               REWRITE EMPLEADOS-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar el empleado "
               PERFORM ESCRIBIR-RECHAZO.
           PERFORM LEE-SIGUIENTE-TRANSACCION.

       RECALCULAR-TIPO-IRPF.
      *Una correccion de salario recalcula el porcentaje personal
      *de retencion antes de grabar.
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

       ESCRIBIR-RECHAZO.
      *La transaccion rechazada se conserva entera con su motivo
      *para que RECICLAR-RECHAZOS la arregle y la reenvie, en vez de
                   DISPLAY "No existe ningun departamento con ese "
                           "codigo, se conserva el actual."
               NOT INVALID KEY
                   PERFORM COMPROBAR-EMPRESA-DEPARTAMENTO
                   IF CORRECCION-DEPARTAMENTO NOT =
                      EMPLEADOS-DEPARTAMENTO AND
                      EMPRESA-DEL-DEPARTAMENTO = EMPRESA-DEL-EMPLEADO
                       MOVE EMPLEADOS-DEPARTAMENTO
                           TO DEPARTAMENTO-ANTES-DEL-CAMBIO
                       MOVE CORRECCION-DEPARTAMENTO
                       PERFORM ESCRIBIR-MOVIMIENTO
           END-READ.

       COMPROBAR-EMPRESA-DEPARTAMENTO.
      *Una correccion no cambia de empresa al empleado: el paso a un
      *departamento de otra empresa del grupo se tramita con
      *TRASLADO-EMPRESA como baja en una y alta en la otra.
           MOVE EMPLEADOS-EMPRESA TO EMPRESA-DEL-EMPLEADO.
           IF EMPRESA-DEL-EMPLEADO = SPACE
               MOVE "01" TO EMPRESA-DEL-EMPLEADO.
           MOVE DEPARTAMENTOS-EMPRESA TO EMPRESA-DEL-DEPARTAMENTO.
           IF EMPRESA-DEL-DEPARTAMENTO = SPACE
               MOVE "01" TO EMPRESA-DEL-DEPARTAMENTO.
           IF EMPRESA-DEL-DEPARTAMENTO NOT = EMPRESA-DEL-EMPLEADO
               DISPLAY "El departamento " CORRECCION-DEPARTAMENTO
                       " es de otra empresa del grupo, se conserva "
                       "el actual del empleado " CORRECCION-ID ".".

       ESCRIBIR-MOVIMIENTO.
      *Anexa el traslado al historial de movimientos de empleo; el
      *archivo se abre y cierra aqui mismo, como el journal.

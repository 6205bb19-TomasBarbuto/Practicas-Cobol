       WORKING-STORAGE SECTION.
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
      *    Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de modo de ejecucion.
           VALUE "Provincia: ".
       01  DIRECCION-CP PIC X(25)
           VALUE "Codigo postal: ".
       01  JORNADA-PORCENTAJE PIC X(38)
           VALUE "Porcentaje de jornada (100 completa): ".
       01  SUPERIOR PIC X(45)
           VALUE "ID del superior directo (en blanco ninguno): ".
       01  SEXO PIC X(19)
           VALUE "Sexo (H/M): ".
       01  DISCAPACIDAD-GRADO PIC X(45)
           VALUE "Grado de discapacidad % (0 ninguna): ".
       01  DISCAPACIDAD-CADUCA PIC X(47)
           VALUE "Caducidad del certificado (AAAAMMDD, 0 fijo): ".

       01  SI-NO PIC X.
       01  ENTRADA PIC X.
       01  DEPARTAMENTO-VALIDO PIC X.
       01  SUPERIOR-VALIDO PIC X.
       01  SEXO-VALIDO PIC X.
       01  DISCAPACIDAD-VALIDA PIC X.
       01  GRADO-DISCAPACIDAD-ENTRADA PIC 9(3).
       01  CADUCIDAD-ENTRADA PIC 9(8).
       01  IBAN-VALIDO PIC X.
       01  NIF-VALIDO PIC X.
       01  CP-VALIDO PIC X.
      *Control de plazas autorizadas: tras grabar el alta se cuenta
      *la ocupacion del departamento y grado y, si supera el cupo
      *del ejercicio, el alta queda avisada y encolada a revision.
       01  REGISTRO-EN-CAPTURA PIC X(400).
       01  PLAZAS-OCUPADAS PIC 9(4).
       01  PLAZAS-AUTORIZADAS-CUPO PIC 9(4).
       01  PLAZA-ENCONTRADA PIC X.
       01  CONT-PLAZAS-EXCEDIDAS PIC 9(5) COMP VALUE 0.
      *Area de peticion del modulo de control de presupuesto.
       COPY "copybooks/28-LkControlPresupuesto.cbl".
      *Area de peticion del modulo de porcentaje personal de IRPF.
       COPY "copybooks/28-LkTipoIrpf.cbl".
       01  CONT-SOBRE-PRESUPUESTO PIC 9(5) COMP VALUE 0.
       01  CONT-REGISTROS-AGREGADOS PIC 9(5) COMP VALUE 0.
       01  CONT-REGISTROS-AGREGADOS-EDITADO PIC 9(5).
       ACCEPT EMPLEADOS-APELLIDOS.
       DISPLAY FECHA-NACIMIENTO " ? ".
       ACCEPT EMPLEADOS-FECHA-NACIMIENTO.
       PERFORM OBTENER-SEXO.
       PERFORM OBTENER-DISCAPACIDAD.
       DISPLAY TELEFONO "?".
       ACCEPT EMPLEADOS-TELEFONO
       DISPLAY DIRECCION.
       PERFORM OBTENER-CODIGO-POSTAL.
       PERFORM OBTENER-DEPARTAMENTO.
       PERFORM OBTENER-GRADO.
       PERFORM OBTENER-SUPERIOR.
       DISPLAY SALARIO " ? ".
       ACCEPT EMPLEADOS-SALARIO.
       DISPLAY CONTACTO-NOMBRE " ? ".
       DISPLAY BANCO-TITULAR " ? ".
       ACCEPT EMPLEADOS-BANCO-TITULAR.
       PERFORM OBTENER-CONTRATO.
       DISPLAY JORNADA-PORCENTAJE " ? ".
       ACCEPT EMPLEADOS-JORNADA-PORCENTAJE.
       IF EMPLEADOS-JORNADA-PORCENTAJE = 0
           MOVE 100 TO EMPLEADOS-JORNADA-PORCENTAJE.
       DISPLAY NIF " ? ".
       ACCEPT EMPLEADOS-NIF.
       PERFORM CONTINUAR.
           DISPLAY "El contrato temporal o de aprendizaje necesita "
                   "fecha de fin."
           MOVE "N" TO ENTRADA.
      *El salario tecleado es siempre el de jornada completa; la
      *nomina le aplica el porcentaje de jornada.
       IF EMPLEADOS-JORNADA-PORCENTAJE > 100
           DISPLAY "Porcentaje de jornada invalido, debe estar entre "
                   "1 y 100."
           MOVE "N" TO ENTRADA.
      *El NIF puede quedar en blanco en los registros antiguos hasta
      *la carga inicial, pero tecleado debe llevar su letra de
      *control correcta.
       PERFORM SOLICITAR-DEPARTAMENTO
       UNTIL DEPARTAMENTO-VALIDO = "S".

       OBTENER-SUPERIOR.
       MOVE "N" TO SUPERIOR-VALIDO.
       PERFORM SOLICITAR-SUPERIOR
       UNTIL SUPERIOR-VALIDO = "S".

       SOLICITAR-SUPERIOR.
       DISPLAY SUPERIOR " ? ".
       ACCEPT EMPLEADOS-SUPERIOR-ID.
       MOVE "S" TO SUPERIOR-VALIDO.
       IF EMPLEADOS-SUPERIOR-ID NOT = SPACE
           PERFORM COMPROBAR-SUPERIOR.

       OBTENER-SEXO.
       MOVE "N" TO SEXO-VALIDO.
       PERFORM SOLICITAR-SEXO
       UNTIL SEXO-VALIDO = "S".

       SOLICITAR-SEXO.
       DISPLAY SEXO " ? ".
       ACCEPT EMPLEADOS-SEXO.
       IF EMPLEADOS-SEXO = "h"
           MOVE "H" TO EMPLEADOS-SEXO.
       IF EMPLEADOS-SEXO = "m"
           MOVE "M" TO EMPLEADOS-SEXO.
       IF EMPLEADOS-SEXO-INFORMADO
           MOVE "S" TO SEXO-VALIDO
       ELSE
           DISPLAY "Indique H (hombre) o M (mujer).".

       OBTENER-DISCAPACIDAD.
      *Sin discapacidad acreditada los dos campos quedan en blanco.
       MOVE SPACE TO EMPLEADOS-DISCAPACIDAD-GRADO-X.
       MOVE SPACE TO EMPLEADOS-DISCAPACIDAD-CADUCA-X.
       MOVE "N" TO DISCAPACIDAD-VALIDA.
       PERFORM SOLICITAR-DISCAPACIDAD
       UNTIL DISCAPACIDAD-VALIDA = "S".

       SOLICITAR-DISCAPACIDAD.
       DISPLAY DISCAPACIDAD-GRADO " ? ".
       ACCEPT GRADO-DISCAPACIDAD-ENTRADA.
       MOVE "S" TO DISCAPACIDAD-VALIDA.
       IF GRADO-DISCAPACIDAD-ENTRADA > 100
           DISPLAY "El grado es un porcentaje entre 0 y 100."
           MOVE "N" TO DISCAPACIDAD-VALIDA
       ELSE
           IF GRADO-DISCAPACIDAD-ENTRADA > 0
               MOVE GRADO-DISCAPACIDAD-ENTRADA
                   TO EMPLEADOS-DISCAPACIDAD-GRADO
               DISPLAY DISCAPACIDAD-CADUCA " ? "
               ACCEPT CADUCIDAD-ENTRADA
               IF CADUCIDAD-ENTRADA NOT = 0 AND
                  CADUCIDAD-ENTRADA < FECHA-DE-HOY
                   DISPLAY "El certificado ya esta caducado."
                   MOVE "N" TO DISCAPACIDAD-VALIDA
               ELSE
                   MOVE CADUCIDAD-ENTRADA
                       TO EMPLEADOS-DISCAPACIDAD-CADUCA.

       COMPROBAR-SUPERIOR.
      *El superior debe ser un empleado activo. El empleado nuevo
      *aun no esta en el archivo, asi que nadie puede depender de el
      *y no cabe bucle en la cadena de mando. La lectura pisa el
      *registro en captura, que se aparta y se repone.
       MOVE EMPLEADOS-REGISTRO TO REGISTRO-EN-CAPTURA.
       MOVE EMPLEADOS-SUPERIOR-ID TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               DISPLAY "No existe ningun empleado con ese ID."
               MOVE "N" TO SUPERIOR-VALIDO
           NOT INVALID KEY
               IF NOT EMPLEADOS-ACTIVO
                   DISPLAY "El superior esta dado de baja."
                   MOVE "N" TO SUPERIOR-VALIDO
       END-READ.
       MOVE REGISTRO-EN-CAPTURA TO EMPLEADOS-REGISTRO.

       OBTENER-CODIGO-POSTAL.
       MOVE "N" TO CP-VALIDO.
       PERFORM SOLICITAR-CODIGO-POSTAL
               MOVE "N" TO DEPARTAMENTO-VALIDO
           NOT INVALID KEY
               MOVE "S" TO DEPARTAMENTO-VALIDO
      *El empleado entra en la empresa del grupo de su
      *departamento.
               MOVE DEPARTAMENTOS-EMPRESA TO EMPLEADOS-EMPRESA
       END-READ.

       ASIGNAR-ID-EMPLEADO.

       ESCRIBIR-REGISTRO.
       ACCEPT EMPLEADOS-FECHA-ALTA FROM DATE YYYYMMDD.
       MOVE EMPLEADOS-FECHA-ALTA TO EMPLEADOS-JORNADA-DESDE.
       MOVE EMPLEADOS-FECHA-ALTA TO EMPLEADOS-EMPRESA-DESDE.
       MOVE EMPLEADOS-JORNADA-PORCENTAJE TO EMPLEADOS-JORNADA-ANTERIOR.
       MOVE "5" TO EMPLEADOS-VERSION-REGISTRO.
       PERFORM COMPROBAR-BANDA-SALARIAL.
       IF BANDA-SALARIAL-OK = "N"
           PERFORM RETENER-SALARIO-AL-LIMITE.
       PERFORM CALCULAR-TIPO-IRPF-ALTA.
       WRITE EMPLEADOS-REGISTRO
           INVALID KEY
               DISPLAY "Ya existe un empleado con ese ID."
       PERFORM COMPROBAR-PLAZAS-AUTORIZADAS THRU COMPROBAR-PLAZAS-FIN.
       PERFORM COMPROBAR-PRESUPUESTO-ALTA.

       CALCULAR-TIPO-IRPF-ALTA.
      *El alta nace con su porcentaje personal de retencion sobre el
      *salario que finalmente se graba; los dependientes que se
      *registren despues lo recalculan.
       MOVE SPACE TO TIPOIRPF-PETICION.
       MOVE EMPLEADOS-ID TO TIPOIRPF-EMPLEADOS-ID.
       MOVE EMPLEADOS-SALARIO TO TIPOIRPF-SALARIO.
       MOVE EMPLEADOS-FECHA-NACIMIENTO TO TIPOIRPF-FECHA-NACIMIENTO.
       MOVE ZEROES TO TIPOIRPF-FECHA.
       CALL "CALCULO-TIPO-IRPF" USING TIPOIRPF-PETICION.
       IF TIPOIRPF-CALCULADO
           MOVE TIPOIRPF-PORCENTAJE TO EMPLEADOS-IRPF-PERSONAL
           MOVE TIPOIRPF-FECHA TO EMPLEADOS-IRPF-CALCULO
       ELSE
           MOVE SPACE TO EMPLEADOS-IRPF-PERSONAL-X
           MOVE SPACE TO EMPLEADOS-IRPF-CALCULO-X.

       COMPROBAR-PLAZAS-AUTORIZADAS.
      *Con fila de plazas para el departamento, grado y ejercicio,
      *el alta que supera el cupo no se bloquea: se avisa y queda

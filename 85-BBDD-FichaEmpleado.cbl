       WORKING-STORAGE SECTION.
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       77  MODO-FICHA PIC X.
       77  SI-NO PIC X.
       77  FICHA-VALIDA PIC X.
       77  CONT-OPERACIONES PIC 9(5) COMP VALUE 0.

       01  OPERADOR-SESION PIC X(6).
       01  REGISTRO-ANTES PIC X(400).
       01  MENSAJE-ERROR PIC X(60).

      *Empresa del grupo del departamento tecleado y del empleado,
      *con la empresa en blanco como la principal "01".
       01  EMPRESA-DEL-DEPARTAMENTO PIC X(2).
       01  EMPRESA-DEL-EMPLEADO PIC X(2).

      *Campos de trabajo de la ficha, editados todos a la vez en la
      *pantalla completa en lugar del dialogo campo a campo.
       01  FICHA-CAMPOS.
           05 FICHA-CIUDAD PIC X(15).
           05 FICHA-PROVINCIA PIC X(15).
           05 FICHA-CP PIC X(5).
           05 FICHA-JORNADA PIC X(5).
           05 FICHA-JORNADA-9 REDEFINES FICHA-JORNADA PIC 9(3)V99.
           05 FICHA-JORNADA-DESDE PIC X(8).
           05 FICHA-JORNADA-DESDE-9 REDEFINES FICHA-JORNADA-DESDE
               PIC 9(8).
           05 FICHA-SUPERIOR PIC X(6).
           05 FICHA-SEXO PIC X(1).
           05 FICHA-DISCAPACIDAD PIC X(3).
           05 FICHA-DISCAPACIDAD-9 REDEFINES FICHA-DISCAPACIDAD
               PIC 9(3).
           05 FICHA-CADUCA PIC X(8).
           05 FICHA-CADUCA-9 REDEFINES FICHA-CADUCA PIC 9(8).

      *Validacion del superior directo: se sube por su cadena de
      *mando leyendo otros registros, asi que el registro en edicion
      *se aparta y se repone al terminar.
       01  FIN-CADENA PIC X.
       01  NIVELES-CADENA PIC 9(3) COMP.
       01  REGISTRO-EN-EDICION PIC X(400).

       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-DE-HOY-R REDEFINES FECHA-DE-HOY.
       01  ULTIMA-VALORACION PIC X(2).
       01  PENULTIMA-CAMPANIA PIC 9(4).
       01  PENULTIMA-VALORACION PIC X(2).
      *Salario antes de grabar y area de peticion del modulo de
      *porcentaje personal de IRPF, que se recalcula si cambia.
       01  SALARIO-ANTES-DEL-CAMBIO PIC S9(7)V99.
       COPY "copybooks/28-LkTipoIrpf.cbl".

       SCREEN SECTION.
      *Ficha de pantalla completa: todos los campos visibles a la
           05 LINE 18 COLUMN 22 PIC X(15) USING FICHA-PROVINCIA.
           05 LINE 19 COLUMN 3 VALUE "CODIGO POSTAL:".
           05 LINE 19 COLUMN 22 PIC X(5) USING FICHA-CP.
           05 LINE 20 COLUMN 3 VALUE "JORNADA % (5 DIG.):".
           05 LINE 20 COLUMN 22 PIC X(5) USING FICHA-JORNADA.
           05 LINE 20 COLUMN 30 VALUE "DESDE AAAAMMDD:".
           05 LINE 20 COLUMN 46 PIC X(8)
               USING FICHA-JORNADA-DESDE.
           05 LINE 21 COLUMN 3 VALUE "SUPERIOR DIRECTO:".
           05 LINE 21 COLUMN 22 PIC X(6) USING FICHA-SUPERIOR.
           05 LINE 21 COLUMN 30 VALUE "SEXO (H/M):".
           05 LINE 21 COLUMN 42 PIC X(1) USING FICHA-SEXO.
           05 LINE 21 COLUMN 45 VALUE "DISCAP.%:".
           05 LINE 21 COLUMN 55 PIC X(3) USING FICHA-DISCAPACIDAD.
           05 LINE 21 COLUMN 59 VALUE "CADUCA:".
           05 LINE 21 COLUMN 67 PIC X(8) USING FICHA-CADUCA.
           05 LINE 22 COLUMN 3 PIC X(60) FROM MENSAJE-ERROR.

       PROCEDURE DIVISION.

       FICHA-DE-ALTA.
           MOVE SPACE TO FICHA-CAMPOS.
           MOVE "NUEVO" TO FICHA-ID.
           MOVE 100 TO FICHA-JORNADA-9.
           MOVE FECHA-DE-HOY TO FICHA-JORNADA-DESDE-9.
           PERFORM EDITAR-HASTA-VALIDA.
           IF FICHA-VALIDA = "S"
               PERFORM CONFIRMAR-AL-SALIR
           MOVE EMPLEADOS-DIRECCION-CIUDAD TO FICHA-CIUDAD.
           MOVE EMPLEADOS-DIRECCION-PROVINCIA TO FICHA-PROVINCIA.
           MOVE EMPLEADOS-DIRECCION-CP TO FICHA-CP.
           IF EMPLEADOS-JORNADA-PORCENTAJE NUMERIC
               MOVE EMPLEADOS-JORNADA-PORCENTAJE TO FICHA-JORNADA-9
           ELSE
               MOVE 100 TO FICHA-JORNADA-9.
           IF EMPLEADOS-JORNADA-DESDE NUMERIC
               MOVE EMPLEADOS-JORNADA-DESDE TO FICHA-JORNADA-DESDE-9
           ELSE
               MOVE EMPLEADOS-FECHA-ALTA TO FICHA-JORNADA-DESDE.
           IF EMPLEADOS-VERSION-VIGENTE
               MOVE EMPLEADOS-SUPERIOR-ID TO FICHA-SUPERIOR
               MOVE EMPLEADOS-SEXO TO FICHA-SEXO
               MOVE EMPLEADOS-DISCAPACIDAD-GRADO-X
                   TO FICHA-DISCAPACIDAD
               MOVE EMPLEADOS-DISCAPACIDAD-CADUCA-X TO FICHA-CADUCA.

       EDITAR-HASTA-VALIDA.
      *La ficha entera se presenta y se corrige en pantalla hasta
                           TO MENSAJE-ERROR
                       MOVE "N" TO FICHA-VALIDA
               END-READ.
           IF FICHA-VALIDA = "S"
               PERFORM COMPROBAR-EMPRESA-FICHA.
           IF FICHA-VALIDA = "S"
               PERFORM VALIDAR-GRADO-Y-BANDA.
           IF FICHA-VALIDA = "S"
               PERFORM VALIDAR-NIF-FICHA.
           IF FICHA-VALIDA = "S"
               PERFORM VALIDAR-CP-FICHA.
           IF FICHA-VALIDA = "S"
               PERFORM VALIDAR-JORNADA-FICHA.
           IF FICHA-VALIDA = "S" AND FICHA-SUPERIOR NOT = SPACE
               PERFORM VALIDAR-SUPERIOR-FICHA.
           IF FICHA-VALIDA = "S"
               PERFORM VALIDAR-SEXO-FICHA.
           IF FICHA-VALIDA = "S"
               PERFORM VALIDAR-DISCAPACIDAD-FICHA.

       COMPROBAR-EMPRESA-FICHA.
      *El alta entra en la empresa del departamento. En una
      *modificacion el departamento ha de ser de la misma empresa:
      *el cambio de empresa se tramita con TRASLADO-EMPRESA.
           MOVE DEPARTAMENTOS-EMPRESA TO EMPRESA-DEL-DEPARTAMENTO.
           IF EMPRESA-DEL-DEPARTAMENTO = SPACE
               MOVE "01" TO EMPRESA-DEL-DEPARTAMENTO.
           IF MODO-FICHA = "2"
               MOVE EMPLEADOS-EMPRESA TO EMPRESA-DEL-EMPLEADO
               IF EMPRESA-DEL-EMPLEADO = SPACE
                   MOVE "01" TO EMPRESA-DEL-EMPLEADO
               END-IF
               IF EMPRESA-DEL-DEPARTAMENTO NOT = EMPRESA-DEL-EMPLEADO
                   MOVE "DEPARTAMENTO DE OTRA EMPRESA, USAR TRASLADO"
                       TO MENSAJE-ERROR
                   MOVE "N" TO FICHA-VALIDA.

       VALIDAR-EDAD-FICHA.
           MOVE FICHA-FECHA-NACIMIENTO TO NACIMIENTO-FECHA.
                       MOVE "N" TO FICHA-VALIDA
               END-READ.

       VALIDAR-JORNADA-FICHA.
      *El porcentaje se teclea con dos decimales, 10000 es jornada
      *completa; la fecha desde la que rige es obligatoria.
           IF FICHA-JORNADA NOT NUMERIC OR
              FICHA-JORNADA-9 = ZEROES OR
              FICHA-JORNADA-9 > 100
               MOVE "JORNADA INVALIDA, ENTRE 00001 Y 10000"
                   TO MENSAJE-ERROR
               MOVE "N" TO FICHA-VALIDA.
           IF FICHA-VALIDA = "S"
               IF FICHA-JORNADA-DESDE NOT NUMERIC OR
                  FICHA-JORNADA-DESDE-9 = ZEROES
                   MOVE "LA JORNADA NECESITA FECHA DESDE AAAAMMDD"
                       TO MENSAJE-ERROR
                   MOVE "N" TO FICHA-VALIDA.

       VALIDAR-SEXO-FICHA.
      *En blanco se admite para las fichas antiguas aun sin
      *informar; si se teclea ha de ser H o M.
           IF FICHA-SEXO = "h"
               MOVE "H" TO FICHA-SEXO.
           IF FICHA-SEXO = "m"
               MOVE "M" TO FICHA-SEXO.
           IF FICHA-SEXO NOT = SPACE AND FICHA-SEXO NOT = "H" AND
              FICHA-SEXO NOT = "M"
               MOVE "SEXO INVALIDO, H (HOMBRE) O M (MUJER)"
                   TO MENSAJE-ERROR
               MOVE "N" TO FICHA-VALIDA.

       VALIDAR-DISCAPACIDAD-FICHA.
      *Grado en tres digitos (033) o en blanco sin discapacidad; la
      *caducidad en blanco o a ceros es un certificado definitivo.
           IF FICHA-DISCAPACIDAD = SPACE
               IF FICHA-CADUCA NOT = SPACE
                   MOVE "CADUCIDAD SIN GRADO DE DISCAPACIDAD"
                       TO MENSAJE-ERROR
                   MOVE "N" TO FICHA-VALIDA
               END-IF
           ELSE
               IF FICHA-DISCAPACIDAD NOT NUMERIC OR
                  FICHA-DISCAPACIDAD-9 = 0 OR
                  FICHA-DISCAPACIDAD-9 > 100
                   MOVE "GRADO DE DISCAPACIDAD INVALIDO, 3 DIGITOS"
                       TO MENSAJE-ERROR
                   MOVE "N" TO FICHA-VALIDA
               ELSE
                   IF FICHA-CADUCA = SPACE
                       MOVE ZERO TO FICHA-CADUCA-9
                   END-IF
                   IF FICHA-CADUCA NOT NUMERIC
                       MOVE "CADUCIDAD DEL CERTIFICADO INVALIDA"
                           TO MENSAJE-ERROR
                       MOVE "N" TO FICHA-VALIDA.

       VALIDAR-SUPERIOR-FICHA.
      *El superior debe ser un empleado activo y, subiendo por su
      *cadena de mando, no puede aparecer el propio empleado: A no
      *puede depender de B si B ya depende de A.
           MOVE EMPLEADOS-REGISTRO TO REGISTRO-EN-EDICION.
           IF FICHA-SUPERIOR = FICHA-ID
               MOVE "NADIE PUEDE SER SU PROPIO SUPERIOR"
                   TO MENSAJE-ERROR
               MOVE "N" TO FICHA-VALIDA
           ELSE
               MOVE FICHA-SUPERIOR TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE "EL SUPERIOR NO EXISTE" TO MENSAJE-ERROR
                       MOVE "N" TO FICHA-VALIDA
               END-READ
               IF FICHA-VALIDA = "S"
                   IF NOT EMPLEADOS-ACTIVO
                       MOVE "EL SUPERIOR ESTA DADO DE BAJA"
                           TO MENSAJE-ERROR
                       MOVE "N" TO FICHA-VALIDA
                   ELSE
                       MOVE ZERO TO NIVELES-CADENA
                       MOVE "N" TO FIN-CADENA
                       PERFORM SUBIR-UN-NIVEL
                       UNTIL FIN-CADENA = "S".
           MOVE REGISTRO-EN-EDICION TO EMPLEADOS-REGISTRO.

       SUBIR-UN-NIVEL.
      *El tope de niveles corta las cadenas que ya vinieran rotas
      *de antes sin pasar por el propio empleado.
           ADD 1 TO NIVELES-CADENA.
           IF EMPLEADOS-SUPERIOR-ID = SPACE OR
              NOT EMPLEADOS-VERSION-VIGENTE OR NIVELES-CADENA > 100
               MOVE "S" TO FIN-CADENA
           ELSE
           IF EMPLEADOS-SUPERIOR-ID = FICHA-ID
               MOVE "EL SUPERIOR YA DEPENDE DE ESTE EMPLEADO (BUCLE)"
                   TO MENSAJE-ERROR
               MOVE "N" TO FICHA-VALIDA
               MOVE "S" TO FIN-CADENA
           ELSE
               MOVE EMPLEADOS-SUPERIOR-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE "S" TO FIN-CADENA
               END-READ.

       CONFIRMAR-AL-SALIR.
           DISPLAY "¿Grabar los cambios de la ficha? (S/N)".
           ACCEPT SI-NO.
       GRABAR-ALTA.
           MOVE SPACE TO EMPLEADOS-REGISTRO.
           PERFORM ASIGNAR-ID-EMPLEADO.
           MOVE ZERO TO SALARIO-ANTES-DEL-CAMBIO.
           PERFORM VOLCAR-FICHA-AL-REGISTRO.
           MOVE FICHA-SUPERIOR TO EMPLEADOS-SUPERIOR-ID.
           MOVE FICHA-SEXO TO EMPLEADOS-SEXO.
           MOVE FICHA-DISCAPACIDAD TO EMPLEADOS-DISCAPACIDAD-GRADO-X.
           MOVE FICHA-CADUCA TO EMPLEADOS-DISCAPACIDAD-CADUCA-X.
           MOVE "A" TO EMPLEADOS-ESTADO.
           MOVE FECHA-DE-HOY TO EMPLEADOS-FECHA-ALTA.
           MOVE EMPRESA-DEL-DEPARTAMENTO TO EMPLEADOS-EMPRESA.
           MOVE FECHA-DE-HOY TO EMPLEADOS-EMPRESA-DESDE.
           MOVE FICHA-JORNADA-9 TO EMPLEADOS-JORNADA-PORCENTAJE.
           MOVE FICHA-JORNADA-9 TO EMPLEADOS-JORNADA-ANTERIOR.
           MOVE FICHA-JORNADA-DESDE-9 TO EMPLEADOS-JORNADA-DESDE.
           MOVE "5" TO EMPLEADOS-VERSION-REGISTRO.
           PERFORM RECALCULAR-TIPO-IRPF.
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "Ya existe un empleado con ese ID."
           MOVE EMPLEADOS-DEPARTAMENTO
               TO DEPARTAMENTO-ANTES-DEL-CAMBIO.
           MOVE EMPLEADOS-GRADO TO GRADO-ANTES-DEL-CAMBIO.
           MOVE EMPLEADOS-SALARIO TO SALARIO-ANTES-DEL-CAMBIO.
           PERFORM VOLCAR-FICHA-AL-REGISTRO.
           PERFORM VOLCAR-JORNADA-AL-REGISTRO.
           MOVE FICHA-SUPERIOR TO EMPLEADOS-SUPERIOR-ID.
           MOVE FICHA-SEXO TO EMPLEADOS-SEXO.
           MOVE FICHA-DISCAPACIDAD TO EMPLEADOS-DISCAPACIDAD-GRADO-X.
           MOVE FICHA-CADUCA TO EMPLEADOS-DISCAPACIDAD-CADUCA-X.
           PERFORM RECALCULAR-TIPO-IRPF.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el registro."
           MOVE FICHA-PROVINCIA TO EMPLEADOS-DIRECCION-PROVINCIA.
           MOVE FICHA-CP TO EMPLEADOS-DIRECCION-CP.

       VOLCAR-JORNADA-AL-REGISTRO.
      *Al cambiar el porcentaje se guarda el que regia hasta ahora,
      *para que la nomina del mes del cambio pueda prorratear.
           IF EMPLEADOS-JORNADA-PORCENTAJE NOT NUMERIC
               MOVE 100 TO EMPLEADOS-JORNADA-PORCENTAJE.
           IF FICHA-JORNADA-9 NOT = EMPLEADOS-JORNADA-PORCENTAJE
               MOVE EMPLEADOS-JORNADA-PORCENTAJE
                   TO EMPLEADOS-JORNADA-ANTERIOR
               MOVE FICHA-JORNADA-9 TO EMPLEADOS-JORNADA-PORCENTAJE.
           IF EMPLEADOS-JORNADA-ANTERIOR NOT NUMERIC
               MOVE EMPLEADOS-JORNADA-PORCENTAJE
                   TO EMPLEADOS-JORNADA-ANTERIOR.
           MOVE FICHA-JORNADA-DESDE-9 TO EMPLEADOS-JORNADA-DESDE.
           IF NOT EMPLEADOS-VERSION-VIGENTE
               MOVE SPACE TO EMPLEADOS-SUPERIOR-ID
               MOVE SPACE TO EMPLEADOS-SEXO
               MOVE SPACE TO EMPLEADOS-DISCAPACIDAD-GRADO-X
               MOVE SPACE TO EMPLEADOS-DISCAPACIDAD-CADUCA-X
               MOVE SPACE TO EMPLEADOS-IRPF-PERSONAL-X
               MOVE SPACE TO EMPLEADOS-IRPF-CALCULO-X
               MOVE SPACE TO EMPLEADOS-EMPRESA
               MOVE SPACE TO EMPLEADOS-EMPRESA-ANTERIOR
               MOVE SPACE TO EMPLEADOS-EMPRESA-DESDE-X
               MOVE SPACE TO EMPLEADOS-RESERVA
               MOVE "5" TO EMPLEADOS-VERSION-REGISTRO.

       RECALCULAR-TIPO-IRPF.
      *El alta y cualquier cambio de salario recalculan el
      *porcentaje personal de retencion antes de grabar, para que
      *la auditoria y el journal ya lo recojan.
           IF EMPLEADOS-SALARIO NOT = SALARIO-ANTES-DEL-CAMBIO
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

       ASIGNAR-ID-EMPLEADO.
           READ CONTADOR-ARCHIVO
               INVALID KEY

       COPY "copybooks/28-PhAtrasos.cbl".
      *    Archivo de historial de movimientos de empleo.
       COPY "copybooks/28-PhMovimientos.cbl".
      *    Registro de cambios de cuenta bancaria.
       COPY "copybooks/28-PhCambiosCuenta.cbl".
      *    Archivo maestro de tipos de reconocimiento medico.
       COPY "copybooks/28-PhTiposReconocimiento.cbl".
      *    Archivo de reconocimientos medicos de los empleados.
       COPY "copybooks/28-PhReconocimientos.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoAtrasos.cbl".
      *    Archivo de historial de movimientos de empleo.
       COPY "copybooks/28-LoMovimientos.cbl".
      *    Registro de cambios de cuenta bancaria.
       COPY "copybooks/28-LoCambiosCuenta.cbl".
      *    Archivo maestro de tipos de reconocimiento medico.
       COPY "copybooks/28-LoTiposReconocimiento.cbl".
      *    Archivo de reconocimientos medicos de los empleados.
       COPY "copybooks/28-LoReconocimientos.cbl".

       WORKING-STORAGE SECTION.
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
      *    Estado del archivo de auditoria.
       COPY "copybooks/28-EstadoAuditoria.cbl".
      *Estado y clave del contador de secuencia de auditoria.
       COPY "copybooks/28-LkSesion.cbl".
      *    Area de peticion del modulo de control de presupuesto.
       COPY "copybooks/28-LkControlPresupuesto.cbl".
      *    Area de peticion del modulo de porcentaje personal de IRPF.
       COPY "copybooks/28-LkTipoIrpf.cbl".
       01  PRESUPUESTO-OK PIC X.

       01  REGISTRO-ANTES PIC X(400).
       01  REGISTRO-EDITADO PIC X(400).
       01  REGISTRO-ACTUAL PIC X(400).
       01  CONFLICTO-DETECTADO PIC X.
       01  CONT-REGISTROS-ACTUALIZADOS PIC 9(5) COMP VALUE 0.
       01  CONT-REGISTROS-ENCOLADOS PIC 9(5) COMP VALUE 0.
       01  TABLA-CACHE.
           05 CACHE-FILA OCCURS 10 TIMES.
               10 CACHE-ID PIC X(6).
               10 CACHE-REGISTRO PIC X(400).
       01  CACHE-TOTAL PIC 9(2) COMP VALUE 0.
       01  CACHE-SIGUIENTE PIC 9(2) COMP VALUE 1.
       01  CACHE-POS PIC 9(2) COMP.
           VALUE "Nueva provincia: ".
       01  DIRECCION-CP PIC X(25)
           VALUE "Nuevo codigo postal: ".
       01  JORNADA-PORCENTAJE PIC X(37)
           VALUE "Nuevo % de jornada (5 dig., 2 dec.): ".
       01  JORNADA-DESDE PIC X(37)
           VALUE "Jornada vigente desde (AAAAMMDD): ".
       01  SUPERIOR PIC X(37)
           VALUE "Nuevo superior directo (* ninguno): ".
       01  SEXO PIC X(37)
           VALUE "Sexo (H/M, * sin informar): ".
       01  DISCAPACIDAD-GRADO PIC X(48)
           VALUE "Nuevo grado discapacidad (3 dig., * ninguna): ".
       01  DISCAPACIDAD-CADUCA PIC X(47)
           VALUE "Caducidad del certificado (AAAAMMDD, * fijo): ".

       01  SI-NO PIC X.
       01  REGISTRO-ENCONTRADO PIC X.
       01  BANCO-IBAN-NUEVO PIC X(24).
       01  BANCO-TITULAR-NUEVO PIC X(25).
       01  IBAN-ANTES-DEL-CAMBIO PIC X(24).
      *    IBAN del registro tal como se leyo: si al regrabar es
      *    otro, el cambio de cuenta queda anotado para que la
      *    remesa lo retenga hasta comprobarlo con el empleado.
       01  IBAN-ORIGINAL PIC X(24).
      *    El salario nuevo se teclea en digitos con dos decimales
      *    implicitos (sin punto) y se valida como numerico antes de
      *    moverlo por la redefinicion.
      *    el grado cambiaron, se anexa su movimiento.
       01  DEPARTAMENTO-ANTES-DEL-CAMBIO PIC X(4).
       01  GRADO-ANTES-DEL-CAMBIO PIC X(4).
      *    Empresa del grupo del empleado y del departamento nuevo,
      *    con la empresa en blanco como la principal "01".
       01  EMPRESA-DEL-EMPLEADO PIC X(2).
       01  EMPRESA-DEL-DEPARTAMENTO PIC X(2).
       01  MOV-CAMPO-ACTUAL PIC X(1).
       01  MOV-ANTES-ACTUAL PIC X(4).
       01  MOV-DESPUES-ACTUAL PIC X(4).
      *    Al cambiar de departamento o de grado se avisa de los
      *    reconocimientos medicos que exige el nuevo puesto y que el
      *    empleado no tiene en vigor. Los requisitos del mismo tipo
      *    van seguidos en el maestro: se avisa una vez por tipo.
       01  FIN-REQUISITOS PIC X.
       01  RECONOCIMIENTOS-ABIERTOS PIC X.
       01  RECONOCIMIENTO-HALLADO PIC X.
       01  TIPO-AVISADO PIC X(4).
      *    Periodo de efecto del cambio de salario: si cae en un
      *    periodo de nomina ya cerrado, el cambio se rechaza en
      *    linea y se desvia al archivo de atrasos para la pasada
       01  CIUDAD-NUEVA PIC X(15).
       01  PROVINCIA-NUEVA PIC X(15).
       01  CP-NUEVO PIC X(5).
      *Porcentaje de jornada nuevo y fecha desde la que rige.
       01  JORNADA-NUEVA-X PIC X(5).
       01  JORNADA-NUEVA-9 REDEFINES JORNADA-NUEVA-X PIC 9(3)V99.
       01  JORNADA-DESDE-NUEVA-X PIC X(8).
       01  JORNADA-DESDE-NUEVA-9 REDEFINES JORNADA-DESDE-NUEVA-X
           PIC 9(8).
      *Superior directo nuevo. Para validarlo se sube por la cadena
      *de mando leyendo otros registros, asi que el registro en
      *edicion se aparta y se repone al terminar.
       01  SUPERIOR-NUEVO PIC X(6).
       01  SEXO-NUEVO PIC X(1).
       01  DISCAPACIDAD-GRADO-NUEVO PIC X(3).
       01  DISCAPACIDAD-GRADO-NUEVO-9 REDEFINES
           DISCAPACIDAD-GRADO-NUEVO PIC 9(3).
       01  DISCAPACIDAD-CADUCA-NUEVA PIC X(8).
       01  DISCAPACIDAD-CADUCA-NUEVA-9 REDEFINES
           DISCAPACIDAD-CADUCA-NUEVA PIC 9(8).
       01  SUPERIOR-VALIDO PIC X.
       01  FIN-CADENA PIC X.
       01  NIVELES-CADENA PIC 9(3) COMP.
       01  ID-EN-EDICION PIC X(6).
       01  REGISTRO-EN-EDICION PIC X(400).
      *    Letras de control del NIF en el orden oficial.
       01  LETRAS-NIF PIC X(23) VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
       01  NIF-NUMERO PIC 9(8).
       COPY "copybooks/28-EstadoAtrasos.cbl".
      *    Estado del archivo de historial de movimientos.
       COPY "copybooks/28-EstadoMovimientos.cbl".
      *    Estado del registro de cambios de cuenta bancaria.
       COPY "copybooks/28-EstadoCambiosCuenta.cbl".
      *    Estado del maestro de tipos de reconocimiento medico.
       COPY "copybooks/28-EstadoTiposReconocimiento.cbl".
      *    Estado del archivo de reconocimientos medicos.
       COPY "copybooks/28-EstadoReconocimientos.cbl".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE EMPLEADOS-DEPARTAMENTO
               TO DEPARTAMENTO-ANTES-DEL-CAMBIO
           MOVE EMPLEADOS-GRADO TO GRADO-ANTES-DEL-CAMBIO
           MOVE EMPLEADOS-BANCO-IBAN TO IBAN-ORIGINAL
           PERFORM MOSTRAR-CAMPOS-ACTUALES
           PERFORM OBTENER-CAMPOS
           PERFORM OBTENER-FECHA-EFECTO
       DISPLAY "Poblacion: " EMPLEADOS-DIRECCION-CIUDAD
               " Provincia: " EMPLEADOS-DIRECCION-PROVINCIA
               " CP: " EMPLEADOS-DIRECCION-CP.
       DISPLAY "Jornada: " EMPLEADOS-JORNADA-PORCENTAJE
               "% desde " EMPLEADOS-JORNADA-DESDE.
       IF EMPLEADOS-VERSION-VIGENTE
           DISPLAY "Superior directo: " EMPLEADOS-SUPERIOR-ID
           DISPLAY "Sexo: " EMPLEADOS-SEXO
           DISPLAY "Discapacidad: " EMPLEADOS-DISCAPACIDAD-GRADO-X
                   "% caduca " EMPLEADOS-DISCAPACIDAD-CADUCA-X
           DISPLAY "IRPF personal: " EMPLEADOS-IRPF-PERSONAL-X
                   " calculado el " EMPLEADOS-IRPF-CALCULO-X.
       DISPLAY "Deja un campo en blanco para conservar el valor "
               "actual.".

           CONTACTO-TELEFONO-NUEVO BANCO-IBAN-NUEVO
           BANCO-TITULAR-NUEVO SALARIO-NUEVO-X GRADO-NUEVO
           CONTRATO-TIPO-NUEVO CONTRATO-FIN-NUEVO-X NIF-NUEVO
           CIUDAD-NUEVA PROVINCIA-NUEVA CP-NUEVO
           JORNADA-NUEVA-X JORNADA-DESDE-NUEVA-X SUPERIOR-NUEVO
           SEXO-NUEVO DISCAPACIDAD-GRADO-NUEVO
           DISCAPACIDAD-CADUCA-NUEVA.
       DISPLAY NOMBRE " ? ".
       ACCEPT NOMBRE-NUEVO.
       IF NOMBRE-NUEVO NOT = SPACE
       IF CONTACTO-TELEFONO-NUEVO NOT = SPACE
           MOVE CONTACTO-TELEFONO-NUEVO TO EMPLEADOS-CONTACTO-TELEFONO.
       PERFORM OBTENER-GRADO-NUEVO.
       IF EMPLEADOS-DEPARTAMENTO NOT = DEPARTAMENTO-ANTES-DEL-CAMBIO
           OR EMPLEADOS-GRADO NOT = GRADO-ANTES-DEL-CAMBIO
           PERFORM COMPROBAR-RECONOCIMIENTOS.
       PERFORM OBTENER-SALARIO-NUEVO.
       PERFORM OBTENER-IBAN-NUEVO.
       IF BANCO-IBAN-NUEVO NOT = SPACE
       IF BANCO-TITULAR-NUEVO NOT = SPACE
           MOVE BANCO-TITULAR-NUEVO TO EMPLEADOS-BANCO-TITULAR.
       PERFORM OBTENER-CONTRATO-NUEVO.
       PERFORM OBTENER-JORNADA-NUEVA.
       PERFORM OBTENER-NIF-NUEVO.
       PERFORM OBTENER-SUPERIOR-NUEVO.
       PERFORM OBTENER-SEXO-NUEVO.
       PERFORM OBTENER-DISCAPACIDAD-NUEVA.

       OBTENER-SUPERIOR-NUEVO.
       DISPLAY SUPERIOR " ? ".
       ACCEPT SUPERIOR-NUEVO.
       IF SUPERIOR-NUEVO NOT = SPACE
           IF NOT EMPLEADOS-VERSION-VIGENTE
               DISPLAY "El registro tiene un trazado anterior: "
                       "pase la actualizacion de version antes de "
                       "asignarle superior."
           ELSE
           IF SUPERIOR-NUEVO = "*"
               MOVE SPACE TO EMPLEADOS-SUPERIOR-ID
           ELSE
               PERFORM VALIDAR-SUPERIOR-NUEVO
               IF SUPERIOR-VALIDO = "S"
                   MOVE SUPERIOR-NUEVO TO EMPLEADOS-SUPERIOR-ID
               ELSE
                   DISPLAY "Se conserva el superior actual.".

       OBTENER-SEXO-NUEVO.
       DISPLAY SEXO " ? ".
       ACCEPT SEXO-NUEVO.
       IF SEXO-NUEVO = "h"
           MOVE "H" TO SEXO-NUEVO.
       IF SEXO-NUEVO = "m"
           MOVE "M" TO SEXO-NUEVO.
       IF SEXO-NUEVO NOT = SPACE
           IF NOT EMPLEADOS-VERSION-VIGENTE
               DISPLAY "El registro tiene un trazado anterior: "
                       "pase la actualizacion de version antes de "
                       "informar el sexo."
           ELSE
           IF SEXO-NUEVO = "*"
               MOVE SPACE TO EMPLEADOS-SEXO
           ELSE
           IF SEXO-NUEVO = "H" OR SEXO-NUEVO = "M"
               MOVE SEXO-NUEVO TO EMPLEADOS-SEXO
           ELSE
               DISPLAY "Sexo invalido, se conserva el actual.".

       OBTENER-DISCAPACIDAD-NUEVA.
      *El grado va con tres digitos (033); "*" retira la
      *discapacidad. La caducidad solo se pide si queda grado.
       DISPLAY DISCAPACIDAD-GRADO " ? ".
       ACCEPT DISCAPACIDAD-GRADO-NUEVO.
       IF DISCAPACIDAD-GRADO-NUEVO NOT = SPACE
           IF NOT EMPLEADOS-VERSION-VIGENTE
               DISPLAY "El registro tiene un trazado anterior: "
                       "pase la actualizacion de version antes de "
                       "informar la discapacidad."
           ELSE
           IF DISCAPACIDAD-GRADO-NUEVO = "*"
               MOVE SPACE TO EMPLEADOS-DISCAPACIDAD-GRADO-X
               MOVE SPACE TO EMPLEADOS-DISCAPACIDAD-CADUCA-X
           ELSE
           IF DISCAPACIDAD-GRADO-NUEVO NOT NUMERIC OR
              DISCAPACIDAD-GRADO-NUEVO-9 > 100 OR
              DISCAPACIDAD-GRADO-NUEVO-9 = 0
               DISPLAY "Grado invalido, se conserva el actual."
           ELSE
               MOVE DISCAPACIDAD-GRADO-NUEVO-9
                   TO EMPLEADOS-DISCAPACIDAD-GRADO.
       IF EMPLEADOS-VERSION-VIGENTE AND
           EMPLEADOS-DISCAPACIDAD-GRADO-X NOT = SPACE
           DISPLAY DISCAPACIDAD-CADUCA " ? "
           ACCEPT DISCAPACIDAD-CADUCA-NUEVA
           IF DISCAPACIDAD-CADUCA-NUEVA = "*"
               MOVE ZERO TO EMPLEADOS-DISCAPACIDAD-CADUCA
           ELSE
           IF DISCAPACIDAD-CADUCA-NUEVA NOT = SPACE
               IF DISCAPACIDAD-CADUCA-NUEVA NOT NUMERIC
                   DISPLAY "Fecha invalida, se conserva la actual."
               ELSE
                   MOVE DISCAPACIDAD-CADUCA-NUEVA-9
                       TO EMPLEADOS-DISCAPACIDAD-CADUCA
               END-IF
           ELSE
               IF EMPLEADOS-DISCAPACIDAD-CADUCA-X = SPACE
                   MOVE ZERO TO EMPLEADOS-DISCAPACIDAD-CADUCA.

       VALIDAR-SUPERIOR-NUEVO.
      *El superior debe ser un empleado activo y, subiendo por su
      *cadena de mando, no puede aparecer el propio empleado: A no
      *puede depender de B si B ya depende de A.
       MOVE "S" TO SUPERIOR-VALIDO.
       MOVE EMPLEADOS-ID TO ID-EN-EDICION.
       MOVE EMPLEADOS-REGISTRO TO REGISTRO-EN-EDICION.
       IF SUPERIOR-NUEVO = ID-EN-EDICION
           DISPLAY "Un empleado no puede ser su propio superior."
           MOVE "N" TO SUPERIOR-VALIDO
       ELSE
           MOVE SUPERIOR-NUEVO TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "No existe ningun empleado con ese ID."
                   MOVE "N" TO SUPERIOR-VALIDO
           END-READ
           IF SUPERIOR-VALIDO = "S"
               IF NOT EMPLEADOS-ACTIVO
                   DISPLAY "El superior esta dado de baja."
                   MOVE "N" TO SUPERIOR-VALIDO
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
       IF EMPLEADOS-SUPERIOR-ID = ID-EN-EDICION
           DISPLAY "Rechazado: " SUPERIOR-NUEVO " ya depende de "
                   ID-EN-EDICION " y se formaria un bucle."
           MOVE "N" TO SUPERIOR-VALIDO
           MOVE "S" TO FIN-CADENA
       ELSE
           MOVE EMPLEADOS-SUPERIOR-ID TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "S" TO FIN-CADENA
           END-READ.

       OBTENER-NIF-NUEVO.
       DISPLAY NIF " ? ".
           ELSE
               MOVE CONTRATO-FIN-NUEVO-9 TO EMPLEADOS-CONTRATO-FIN.

       OBTENER-JORNADA-NUEVA.
      *El salario del registro es siempre el de jornada completa; el
      *porcentaje lo aplica la nomina. Al cambiarlo se guarda el que
      *regia hasta la fecha desde, para prorratear el mes del cambio.
       DISPLAY JORNADA-PORCENTAJE " ? ".
       ACCEPT JORNADA-NUEVA-X.
       IF JORNADA-NUEVA-X NOT = SPACE
           IF JORNADA-NUEVA-X NOT NUMERIC OR
              JORNADA-NUEVA-9 = ZEROES OR JORNADA-NUEVA-9 > 100
               DISPLAY "Porcentaje de jornada invalido, se conserva "
                       "el actual."
           ELSE
               PERFORM APLICAR-JORNADA-NUEVA.

       APLICAR-JORNADA-NUEVA.
       DISPLAY JORNADA-DESDE " ? ".
       ACCEPT JORNADA-DESDE-NUEVA-X.
       IF JORNADA-DESDE-NUEVA-X = SPACE
           MOVE FECHA-DE-HOY TO JORNADA-DESDE-NUEVA-9.
       IF JORNADA-DESDE-NUEVA-X NOT NUMERIC
           DISPLAY "Fecha desde invalida, se conserva la jornada "
                   "actual."
       ELSE
           IF EMPLEADOS-JORNADA-PORCENTAJE NOT NUMERIC
               MOVE 100 TO EMPLEADOS-JORNADA-PORCENTAJE
           END-IF
           MOVE EMPLEADOS-JORNADA-PORCENTAJE
               TO EMPLEADOS-JORNADA-ANTERIOR
           MOVE JORNADA-NUEVA-9 TO EMPLEADOS-JORNADA-PORCENTAJE
           MOVE JORNADA-DESDE-NUEVA-9 TO EMPLEADOS-JORNADA-DESDE
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

       OBTENER-GRADO-NUEVO.
       DISPLAY GRADO " ? ".
       ACCEPT GRADO-NUEVO.
               DISPLAY "No existe ningun departamento con ese codigo, "
                       "se conserva el actual."
           NOT INVALID KEY
               PERFORM COMPROBAR-EMPRESA-DEPARTAMENTO
       END-READ.

       COMPROBAR-EMPRESA-DEPARTAMENTO.
      *Pasar a un departamento de otra empresa del grupo es cambiar
      *de empleador: se tramita con TRASLADO-EMPRESA, que da la baja
      *en una empresa y el alta en la otra.
       MOVE EMPLEADOS-EMPRESA TO EMPRESA-DEL-EMPLEADO.
       IF EMPRESA-DEL-EMPLEADO = SPACE
           MOVE "01" TO EMPRESA-DEL-EMPLEADO.
       MOVE DEPARTAMENTOS-EMPRESA TO EMPRESA-DEL-DEPARTAMENTO.
       IF EMPRESA-DEL-DEPARTAMENTO = SPACE
           MOVE "01" TO EMPRESA-DEL-DEPARTAMENTO.
       IF EMPRESA-DEL-DEPARTAMENTO = EMPRESA-DEL-EMPLEADO
           MOVE DEPARTAMENTO-NUEVO TO EMPLEADOS-DEPARTAMENTO
       ELSE
           DISPLAY "El departamento es de la empresa "
                   EMPRESA-DEL-DEPARTAMENTO " y el empleado de la "
                   EMPRESA-DEL-EMPLEADO ", se conserva el actual."
           DISPLAY "El cambio de empresa se tramita como traslado "
                   "entre empresas.".

       COMPROBAR-RECONOCIMIENTOS.
      *Recorre el maestro de tipos de reconocimiento buscando los
      *que exige el departamento o el grado nuevo. Es solo un aviso
      *al operador: el cambio se graba igualmente. Sin maestro de
      *tipos no hay nada que exigir.
       OPEN INPUT TIPOS-RECONOCIMIENTO-ARCHIVO.
       IF TIPOS-RECONOCIMIENTO-STATUS NOT = "35"
           MOVE "S" TO RECONOCIMIENTOS-ABIERTOS
           OPEN INPUT RECONOCIMIENTOS-ARCHIVO
           IF RECONOCIMIENTOS-STATUS = "35"
               MOVE "N" TO RECONOCIMIENTOS-ABIERTOS
           END-IF
           MOVE SPACE TO TIPO-AVISADO
           MOVE "N" TO FIN-REQUISITOS
           PERFORM REVISAR-REQUISITO-RECONOCIMIENTO
           UNTIL FIN-REQUISITOS = "S"
           IF RECONOCIMIENTOS-ABIERTOS = "S"
               CLOSE RECONOCIMIENTOS-ARCHIVO
           END-IF
           CLOSE TIPOS-RECONOCIMIENTO-ARCHIVO.

       REVISAR-REQUISITO-RECONOCIMIENTO.
       READ TIPOS-RECONOCIMIENTO-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-REQUISITOS
       END-READ.
       IF FIN-REQUISITOS = "N" AND TIPORECO-CODIGO NOT = TIPO-AVISADO
           IF (TIPORECO-POR-DEPARTAMENTO AND
               EMPLEADOS-DEPARTAMENTO NOT =
               DEPARTAMENTO-ANTES-DEL-CAMBIO AND
               TIPORECO-AMBITO-CODIGO = EMPLEADOS-DEPARTAMENTO) OR
              (TIPORECO-POR-GRADO AND
               EMPLEADOS-GRADO NOT = GRADO-ANTES-DEL-CAMBIO AND
               TIPORECO-AMBITO-CODIGO = EMPLEADOS-GRADO)
               MOVE TIPORECO-CODIGO TO TIPO-AVISADO
               PERFORM AVISAR-RECONOCIMIENTO.

       AVISAR-RECONOCIMIENTO.
      *Vale el ultimo reconocimiento del tipo si es apto (con o sin
      *restricciones) y no ha pasado la fecha del proximo.
       MOVE "N" TO RECONOCIMIENTO-HALLADO.
       IF RECONOCIMIENTOS-ABIERTOS = "S"
           MOVE EMPLEADOS-ID TO RECONOC-EMPLEADOS-ID
           MOVE TIPORECO-CODIGO TO RECONOC-TIPO
           MOVE "S" TO RECONOCIMIENTO-HALLADO
           READ RECONOCIMIENTOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO RECONOCIMIENTO-HALLADO
           END-READ.
       IF RECONOCIMIENTO-HALLADO = "N"
           DISPLAY "AVISO: el nuevo puesto exige el reconocimiento "
                   TIPORECO-CODIGO " " TIPORECO-DESCRIPCION
           DISPLAY "       y el empleado no lo tiene."
       ELSE
           IF RECONOC-NO-APTO
               DISPLAY "AVISO: el nuevo puesto exige el "
                       "reconocimiento " TIPORECO-CODIGO " "
                       TIPORECO-DESCRIPCION
               DISPLAY "       y el ultimo resultado del empleado "
                       "es NO APTO (" RECONOC-FECHA ")."
           ELSE
               IF RECONOC-PROXIMA-FECHA < FECHA-DE-HOY
                   DISPLAY "AVISO: el nuevo puesto exige el "
                           "reconocimiento " TIPORECO-CODIGO " "
                           TIPORECO-DESCRIPCION
                   DISPLAY "       y el del empleado esta vencido "
                           "desde el " RECONOC-PROXIMA-FECHA "."
               ELSE
                   MOVE "V" TO RECONOCIMIENTO-HALLADO.
       IF RECONOCIMIENTO-HALLADO NOT = "V" AND TIPORECO-EXIGE-APTO
           DISPLAY "       El puesto exige resultado apto antes de "
                   "incorporarse.".

       CALCULAR-EDAD.
       MOVE EMPLEADOS-FECHA-NACIMIENTO TO NACIMIENTO-FECHA.
               MOVE "S" TO CONFLICTO-DETECTADO.
       IF CONFLICTO-DETECTADO = "N"
           MOVE REGISTRO-EDITADO TO EMPLEADOS-REGISTRO
           PERFORM RECALCULAR-TIPO-IRPF
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el registro de "
               MOVE "G" TO MOV-CAMPO-ACTUAL
               MOVE GRADO-ANTES-DEL-CAMBIO TO MOV-ANTES-ACTUAL
               MOVE EMPLEADOS-GRADO TO MOV-DESPUES-ACTUAL
               PERFORM ESCRIBIR-MOVIMIENTO
           END-IF
           IF EMPLEADOS-BANCO-IBAN NOT = IBAN-ORIGINAL
               PERFORM ESCRIBIR-CAMBIO-CUENTA.

       ESCRIBIR-CAMBIO-CUENTA.
      *Anota el cambio de IBAN con su operador; el registro es
      *indexado y se abre y cierra aqui mismo, creandolo si falta.
       OPEN I-O CAMBIOS-CUENTA-ARCHIVO.
       IF CAMBIOS-CUENTA-STATUS = "35"
           OPEN OUTPUT CAMBIOS-CUENTA-ARCHIVO
           CLOSE CAMBIOS-CUENTA-ARCHIVO
           OPEN I-O CAMBIOS-CUENTA-ARCHIVO.
       MOVE SPACE TO CAMBIOCTA-REGISTRO.
       MOVE EMPLEADOS-ID TO CAMBIOCTA-EMPLEADOS-ID.
       ACCEPT CAMBIOCTA-FECHA FROM DATE YYYYMMDD.
       ACCEPT CAMBIOCTA-HORA FROM TIME.
       MOVE IBAN-ORIGINAL TO CAMBIOCTA-IBAN-ANTES.
       MOVE EMPLEADOS-BANCO-IBAN TO CAMBIOCTA-IBAN-DESPUES.
       MOVE OPERADOR-ID-ACTUAL TO CAMBIOCTA-OPERADOR-ID.
       MOVE "MO" TO CAMBIOCTA-MOTIVO.
       MOVE ZEROES TO CAMBIOCTA-FECHA-VERIFICACION.
       WRITE CAMBIOCTA-REGISTRO
           INVALID KEY
               DISPLAY "Error al anotar el cambio de cuenta del "
                       "empleado " EMPLEADOS-ID
       END-WRITE.
       CLOSE CAMBIOS-CUENTA-ARCHIVO.

       ESCRIBIR-MOVIMIENTO.
      *Anexa el movimiento de empleo al historial; el archivo se
       ADD 1 TO CONT-REGISTROS-DIFERIDOS.
       DISPLAY "Cambio diferido al " PENDIENTE-FECHA-EFECTO ".".

       RECALCULAR-TIPO-IRPF.
      *Un cambio de salario cambia la proyeccion del ejercicio: el
      *porcentaje personal de retencion se recalcula antes de grabar
      *para que la auditoria y el journal ya lo recojan.
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
               MOVE TIPOIRPF-FECHA TO EMPLEADOS-IRPF-CALCULO
               DISPLAY "Porcentaje personal de IRPF recalculado: "
                       TIPOIRPF-PORCENTAJE.

       ESCRIBIR-HISTORIAL-SALARIO.
       MOVE SPACE TO HISTSAL-REGISTRO.
       MOVE EMPLEADOS-ID TO HISTSAL-EMPLEADOS-ID.

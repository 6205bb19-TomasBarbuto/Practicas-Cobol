       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRASLADO-EMPRESA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Archivo de bajas tramitadas.
       COPY "copybooks/28-PhBajas.cbl".
      *Journal de imagenes antes/despues de EMPLEADOS.DAT.
       COPY "copybooks/28-PhJournal.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-PhAuditoria.cbl".
      *Archivo contador de secuencia de auditoria.
       COPY "copybooks/28-PhSecuenciaAuditoria.cbl".
      *Archivo de historial de movimientos de empleo.
       COPY "copybooks/28-PhMovimientos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Archivo de bajas tramitadas.
       COPY "copybooks/28-LoBajas.cbl".
      *Journal de imagenes antes/despues de EMPLEADOS.DAT.
       COPY "copybooks/28-LoJournal.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-LoAuditoria.cbl".
      *Archivo contador de secuencia de auditoria.
       COPY "copybooks/28-LoSecuenciaAuditoria.cbl".
      *Archivo de historial de movimientos de empleo.
       COPY "copybooks/28-LoMovimientos.cbl".

       WORKING-STORAGE SECTION.
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       77  SI-NO PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  TRASLADO-VALIDO PIC X.
       77  CONT-TRASLADOS PIC 9(5) COMP VALUE 0.
       77  SUB-E PIC 9(2) COMP VALUE 0.
       77  POSICION-EMPRESA PIC 9(2) COMP VALUE 0.

       01  ID-EMPLEADO PIC X(6).
       01  OPERADOR-ID-ACTUAL PIC X(6).
       01  FECHA-DE-HOY PIC 9(8).
       01  REGISTRO-ANTES PIC X(400).

      *Departamento y empresa de origen y de destino. La empresa en
      *blanco es la principal "01".
       01  DEPARTAMENTO-ORIGEN PIC X(4).
       01  DEPARTAMENTO-DESTINO PIC X(4).
       01  EMPRESA-ORIGEN PIC X(2).
       01  EMPRESA-DESTINO PIC X(2).
       01  EMPRESA-BUSCADA PIC X(2).

      *El traslado rige desde el dia 1 de un mes, para que cada
      *nomina mensual sea entera de una sola empresa: la baja en la
      *empresa de origen se fecha el ultimo dia del mes anterior.
      *Se admite el mes de negocio, si su nomina aun no se ha
      *calculado, o el siguiente, que es el que se propone.
       01  FECHA-EFECTO-X PIC X(8).
       01  FECHA-EFECTO-9 REDEFINES FECHA-EFECTO-X PIC 9(8).
       01  FECHA-EFECTO PIC 9(8).
       01  FECHA-EFECTO-R REDEFINES FECHA-EFECTO.
           05 EFECTO-ANIO PIC 9(4).
           05 EFECTO-MES PIC 9(2).
           05 EFECTO-DIA PIC 9(2).
       01  PRIMER-DIA-NEGOCIO PIC 9(8).
       01  PRIMER-DIA-SIGUIENTE PIC 9(8).
       01  FECHA-PROPUESTA PIC 9(8).
       01  FECHA-PROPUESTA-R REDEFINES FECHA-PROPUESTA.
           05 PROPUESTA-ANIO PIC 9(4).
           05 PROPUESTA-MES PIC 9(2).
           05 PROPUESTA-DIA PIC 9(2).
       01  FECHA-BAJA-ORIGEN PIC 9(8).
       01  FECHA-BAJA-ORIGEN-R REDEFINES FECHA-BAJA-ORIGEN.
           05 BAJA-ORIGEN-ANIO PIC 9(4).
           05 BAJA-ORIGEN-MES PIC 9(2).
           05 BAJA-ORIGEN-DIA PIC 9(2).
       01  DIAS-DEL-MES PIC 9(2).
       01  RESTO-BISIESTO PIC 9(4).
       01  COCIENTE-BISIESTO PIC 9(4).

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de empresas del grupo.
       COPY "copybooks/28-LkEmpresas.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del archivo de bajas tramitadas.
       COPY "copybooks/28-EstadoBajas.cbl".
      *Estado del journal de imagenes de EMPLEADOS.DAT.
       COPY "copybooks/28-EstadoJournal.cbl".
      *Estado del archivo de auditoria.
       COPY "copybooks/28-EstadoAuditoria.cbl".
      *Estado y clave del contador de secuencia de auditoria.
       COPY "copybooks/28-EstadoSecuenciaAuditoria.cbl".
      *Estado del archivo de historial de movimientos.
       COPY "copybooks/28-EstadoMovimientos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO NOT = "S"
               DISPLAY "Acceso denegado."
               GO TO TERMINA-PROGRAMA.
           CALL "EMPRESAS-GRUPO" USING GRUPO-PETICION.
           IF GRUPO-EMPRESAS < 2
               DISPLAY "El maestro de empresas no tiene al menos dos "
                       "empresas: no hay traslados posibles."
               GO TO TERMINA-PROGRAMA.
           PERFORM CALCULAR-FECHAS-ADMITIDAS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           MOVE "S" TO SI-NO.
           PERFORM TRASLADAR-EMPLEADO
           UNTIL SI-NO = "N".
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Traslados entre empresas registrados: "
                   CONT-TRASLADOS.

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *El traslado da de baja al empleado en una empresa y de alta
      *en otra: requiere rol de supervisor.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.
           MOVE SESION-OPERADOR-ID TO OPERADOR-ID-ACTUAL.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       CALCULAR-FECHAS-ADMITIDAS.
           MOVE FECHA-DE-HOY TO FECHA-PROPUESTA.
           MOVE 1 TO PROPUESTA-DIA.
           MOVE FECHA-PROPUESTA TO PRIMER-DIA-NEGOCIO.
           IF PROPUESTA-MES = 12
               ADD 1 TO PROPUESTA-ANIO
               MOVE 1 TO PROPUESTA-MES
           ELSE
               ADD 1 TO PROPUESTA-MES.
           MOVE FECHA-PROPUESTA TO PRIMER-DIA-SIGUIENTE.

       TRASLADAR-EMPLEADO.
           MOVE "S" TO TRASLADO-VALIDO.
           PERFORM OBTENER-EMPLEADO.
           IF TRASLADO-VALIDO = "S"
               PERFORM OBTENER-DEPARTAMENTO-DESTINO.
           IF TRASLADO-VALIDO = "S"
               PERFORM OBTENER-FECHA-EFECTO.
           IF TRASLADO-VALIDO = "S"
               PERFORM CONFIRMAR-TRASLADO.
           IF TRASLADO-VALIDO = "S"
               PERFORM REGISTRAR-TRASLADO.
           DISPLAY "¿Desea trasladar a otro empleado?".
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO NOT = "S"
               MOVE "N" TO SI-NO.

       OBTENER-EMPLEADO.
           DISPLAY "ID del empleado a trasladar: ".
           ACCEPT ID-EMPLEADO.
           MOVE ID-EMPLEADO TO EMPLEADOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "No existe ningun empleado con ese ID."
               MOVE "N" TO TRASLADO-VALIDO
           ELSE
               IF NOT EMPLEADOS-ACTIVO
                   DISPLAY "El empleado no esta activo."
                   MOVE "N" TO TRASLADO-VALIDO.
      *Solo se guarda una empresa anterior: un traslado con fecha
      *futura pendiente de entrar en vigor no admite otro encima.
           IF TRASLADO-VALIDO = "S" AND
              EMPLEADOS-EMPRESA-DESDE-X NUMERIC
               IF EMPLEADOS-EMPRESA-DESDE > FECHA-DE-HOY
                   DISPLAY "El empleado ya tiene un traslado que "
                           "rige desde el " EMPLEADOS-EMPRESA-DESDE
                           "."
                   MOVE "N" TO TRASLADO-VALIDO.
           IF TRASLADO-VALIDO = "S"
               MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTO-ORIGEN
               MOVE EMPLEADOS-EMPRESA TO EMPRESA-ORIGEN
               IF EMPRESA-ORIGEN = SPACE
                   MOVE GRUPO-PRINCIPAL TO EMPRESA-ORIGEN
               END-IF
               MOVE EMPRESA-ORIGEN TO EMPRESA-BUSCADA
               PERFORM BUSCAR-EMPRESA-GRUPO
               DISPLAY "Empleado: " EMPLEADOS-NOMBRE " "
                       EMPLEADOS-APELLIDOS
               DISPLAY "Departamento actual: " DEPARTAMENTO-ORIGEN
                       " Empresa: " EMPRESA-ORIGEN
               IF POSICION-EMPRESA > 0
                   DISPLAY "  " GRUPO-NOMBRE (POSICION-EMPRESA).

       OBTENER-DEPARTAMENTO-DESTINO.
      *El departamento de destino fija la empresa que contrata.
           DISPLAY "Departamento de destino en la otra empresa: ".
           ACCEPT DEPARTAMENTO-DESTINO.
           MOVE DEPARTAMENTO-DESTINO TO DEPARTAMENTOS-CODIGO.
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   DISPLAY "No existe ningun departamento con ese "
                           "codigo."
                   MOVE "N" TO TRASLADO-VALIDO
           END-READ.
           IF TRASLADO-VALIDO = "S"
               MOVE DEPARTAMENTOS-EMPRESA TO EMPRESA-DESTINO
               IF EMPRESA-DESTINO = SPACE
                   MOVE GRUPO-PRINCIPAL TO EMPRESA-DESTINO
               END-IF
               IF EMPRESA-DESTINO = EMPRESA-ORIGEN
                   DISPLAY "El departamento es de la misma empresa: "
                           "el cambio se hace con la modificacion "
                           "del empleado."
                   MOVE "N" TO TRASLADO-VALIDO.
           IF TRASLADO-VALIDO = "S"
               MOVE EMPRESA-DESTINO TO EMPRESA-BUSCADA
               PERFORM BUSCAR-EMPRESA-GRUPO
               IF POSICION-EMPRESA = 0
                   DISPLAY "La empresa " EMPRESA-DESTINO
                           " del departamento no esta en el maestro "
                           "de empresas."
                   MOVE "N" TO TRASLADO-VALIDO
               ELSE
                   DISPLAY "Empresa de destino: " EMPRESA-DESTINO " "
                           GRUPO-NOMBRE (POSICION-EMPRESA).

       BUSCAR-EMPRESA-GRUPO.
           MOVE 0 TO POSICION-EMPRESA.
           MOVE 1 TO SUB-E.
           PERFORM COMPARAR-EMPRESA-GRUPO
           UNTIL SUB-E > GRUPO-EMPRESAS OR POSICION-EMPRESA > 0.

       COMPARAR-EMPRESA-GRUPO.
           IF GRUPO-CODIGO (SUB-E) = EMPRESA-BUSCADA
               MOVE SUB-E TO POSICION-EMPRESA.
           ADD 1 TO SUB-E.

       OBTENER-FECHA-EFECTO.
           MOVE SPACE TO FECHA-EFECTO-X.
           DISPLAY "Fecha de efecto (AAAAMMDD, en blanco el "
                   PRIMER-DIA-SIGUIENTE "): ".
           ACCEPT FECHA-EFECTO-X.
           IF FECHA-EFECTO-X = SPACE
               MOVE PRIMER-DIA-SIGUIENTE TO FECHA-EFECTO
           ELSE
               IF FECHA-EFECTO-X NOT NUMERIC
                   DISPLAY "Fecha de efecto invalida."
                   MOVE "N" TO TRASLADO-VALIDO
               ELSE
                   MOVE FECHA-EFECTO-9 TO FECHA-EFECTO.
           IF TRASLADO-VALIDO = "S" AND
              FECHA-EFECTO NOT = PRIMER-DIA-NEGOCIO AND
              FECHA-EFECTO NOT = PRIMER-DIA-SIGUIENTE
               DISPLAY "El traslado rige desde el dia 1 del mes de "
                       "negocio o del siguiente: "
                       PRIMER-DIA-NEGOCIO " o " PRIMER-DIA-SIGUIENTE
               MOVE "N" TO TRASLADO-VALIDO.
           IF TRASLADO-VALIDO = "S" AND
              EMPLEADOS-FECHA-ALTA NOT < FECHA-EFECTO
               DISPLAY "El empleado entro despues de esa fecha: "
                       "basta con cambiarle el departamento."
               MOVE "N" TO TRASLADO-VALIDO.
           IF TRASLADO-VALIDO = "S"
               PERFORM CALCULAR-FECHA-BAJA-ORIGEN.

       CALCULAR-FECHA-BAJA-ORIGEN.
      *Ultimo dia del mes anterior al de efecto.
           MOVE FECHA-EFECTO TO FECHA-BAJA-ORIGEN.
           IF BAJA-ORIGEN-MES = 1
               SUBTRACT 1 FROM BAJA-ORIGEN-ANIO
               MOVE 12 TO BAJA-ORIGEN-MES
           ELSE
               SUBTRACT 1 FROM BAJA-ORIGEN-MES.
           MOVE 31 TO DIAS-DEL-MES.
           IF BAJA-ORIGEN-MES = 4 OR BAJA-ORIGEN-MES = 6 OR
              BAJA-ORIGEN-MES = 9 OR BAJA-ORIGEN-MES = 11
               MOVE 30 TO DIAS-DEL-MES.
           IF BAJA-ORIGEN-MES = 2
               MOVE 28 TO DIAS-DEL-MES
               PERFORM COMPROBAR-BISIESTO.
           MOVE DIAS-DEL-MES TO BAJA-ORIGEN-DIA.

       COMPROBAR-BISIESTO.
           DIVIDE BAJA-ORIGEN-ANIO BY 4 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 29 TO DIAS-DEL-MES.
           DIVIDE BAJA-ORIGEN-ANIO BY 100 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 28 TO DIAS-DEL-MES.
           DIVIDE BAJA-ORIGEN-ANIO BY 400 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 29 TO DIAS-DEL-MES.

       CONFIRMAR-TRASLADO.
           DISPLAY "Baja en la empresa " EMPRESA-ORIGEN " el "
                   FECHA-BAJA-ORIGEN " y alta en la " EMPRESA-DESTINO
                   " el " FECHA-EFECTO ", departamento "
                   DEPARTAMENTO-DESTINO ".".
           DISPLAY "¿Confirma el traslado? (S/N)".
           ACCEPT SI-NO.
           IF SI-NO NOT = "S" AND SI-NO NOT = "s"
               DISPLAY "Traslado descartado."
               MOVE "N" TO TRASLADO-VALIDO.

       REGISTRAR-TRASLADO.
      *Baja en la empresa de origen, sin liquidacion: el contrato
      *sigue dentro del grupo y la antiguedad se conserva en la
      *fecha de alta original. La empresa anterior queda en el
      *registro para las nominas y declaraciones de antes del
      *traslado.
           MOVE EMPLEADOS-REGISTRO TO REGISTRO-ANTES.
           PERFORM REGISTRAR-BAJA-ORIGEN.
           MOVE EMPRESA-ORIGEN TO EMPLEADOS-EMPRESA-ANTERIOR.
           MOVE EMPRESA-DESTINO TO EMPLEADOS-EMPRESA.
           MOVE FECHA-EFECTO TO EMPLEADOS-EMPRESA-DESDE.
           MOVE DEPARTAMENTO-DESTINO TO EMPLEADOS-DEPARTAMENTO.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el registro."
           END-REWRITE.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           PERFORM ESCRIBIR-AUDITORIA-TRASLADO.
           MOVE "R" TO JOURNAL-OP-ACTUAL.
           MOVE REGISTRO-ANTES TO JOURNAL-ANTES-ACTUAL.
           MOVE EMPLEADOS-REGISTRO TO JOURNAL-DESPUES-ACTUAL.
           PERFORM ESCRIBIR-JOURNAL.
           PERFORM ESCRIBIR-MOVIMIENTOS-TRASLADO.
           ADD 1 TO CONT-TRASLADOS.
           DISPLAY "Empleado " EMPLEADOS-ID " trasladado a la "
                   "empresa " EMPRESA-DESTINO " desde el "
                   FECHA-EFECTO ".".

       REGISTRAR-BAJA-ORIGEN.
           OPEN EXTEND BAJAS-ARCHIVO.
           IF BAJAS-ARCHIVO-STATUS = "35"
               OPEN OUTPUT BAJAS-ARCHIVO.
           MOVE SPACE TO BAJA-REGISTRO.
           MOVE EMPLEADOS-ID TO BAJA-EMPLEADOS-ID.
           MOVE FECHA-BAJA-ORIGEN TO BAJA-FECHA.
           MOVE "TE" TO BAJA-MOTIVO.
           MOVE DEPARTAMENTO-ORIGEN TO BAJA-DEPARTAMENTO.
           MOVE ZERO TO BAJA-LIQUIDACION.
           WRITE BAJA-REGISTRO.
           CLOSE BAJAS-ARCHIVO.

       ESCRIBIR-AUDITORIA-TRASLADO.
      *La auditoria recoge el traslado como una baja con la imagen
      *de la empresa de origen y un alta con la de la de destino.
           OPEN EXTEND EMPLEADOS-AUDITORIA.
           MOVE SPACE TO AUDITORIA-REGISTRO.
           ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE "B" TO AUDITORIA-OPERACION.
           MOVE EMPLEADOS-ID TO AUDITORIA-EMPLEADOS-ID.
           MOVE OPERADOR-ID-ACTUAL TO AUDITORIA-OPERADOR-ID.
           MOVE REGISTRO-ANTES TO AUDITORIA-VALOR-ANTES.
           MOVE REGISTRO-ANTES TO AUDITORIA-VALOR-DESPUES.
           PERFORM ASIGNAR-SECUENCIA-AUDITORIA.
           WRITE AUDITORIA-REGISTRO.
           MOVE SPACE TO AUDITORIA-REGISTRO.
           ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE "A" TO AUDITORIA-OPERACION.
           MOVE EMPLEADOS-ID TO AUDITORIA-EMPLEADOS-ID.
           MOVE OPERADOR-ID-ACTUAL TO AUDITORIA-OPERADOR-ID.
           MOVE REGISTRO-ANTES TO AUDITORIA-VALOR-ANTES.
           MOVE EMPLEADOS-REGISTRO TO AUDITORIA-VALOR-DESPUES.
           PERFORM ASIGNAR-SECUENCIA-AUDITORIA.
           WRITE AUDITORIA-REGISTRO.
           CLOSE EMPLEADOS-AUDITORIA.

       ESCRIBIR-MOVIMIENTOS-TRASLADO.
      *Dos movimientos fechados en el dia de efecto: el cambio de
      *empresa y el de departamento que lo acompana.
           OPEN EXTEND MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-ARCHIVO-STATUS = "35"
               OPEN OUTPUT MOVIMIENTOS-ARCHIVO.
           MOVE SPACE TO MOVIMIENTO-REGISTRO.
           MOVE EMPLEADOS-ID TO MOVIMIENTO-EMPLEADOS-ID.
           MOVE FECHA-EFECTO TO MOVIMIENTO-FECHA.
           ACCEPT MOVIMIENTO-HORA FROM TIME.
           MOVE "E" TO MOVIMIENTO-CAMPO.
           MOVE EMPRESA-ORIGEN TO MOVIMIENTO-VALOR-ANTES.
           MOVE EMPRESA-DESTINO TO MOVIMIENTO-VALOR-DESPUES.
           MOVE "TE" TO MOVIMIENTO-MOTIVO.
           WRITE MOVIMIENTO-REGISTRO.
           MOVE "D" TO MOVIMIENTO-CAMPO.
           MOVE DEPARTAMENTO-ORIGEN TO MOVIMIENTO-VALOR-ANTES.
           MOVE DEPARTAMENTO-DESTINO TO MOVIMIENTO-VALOR-DESPUES.
           WRITE MOVIMIENTO-REGISTRO.
           CLOSE MOVIMIENTOS-ARCHIVO.

       ASIGNAR-SECUENCIA-AUDITORIA.
      *Obtiene la siguiente secuencia monotona del contador y la
      *estampa en el movimiento antes de escribirlo. El contador se
      *abre y cierra aqui mismo para no tocar las aperturas de cada
      *programa.
           OPEN I-O SECUENCIA-AUDITORIA-ARCHIVO.
           IF SECUENCIA-AUDITORIA-STATUS = "35"
               OPEN OUTPUT SECUENCIA-AUDITORIA-ARCHIVO
               MOVE ZEROES TO SECUENCIA-AUDITORIA-ULTIMA
               WRITE SECUENCIA-AUDITORIA-REGISTRO
               CLOSE SECUENCIA-AUDITORIA-ARCHIVO
               OPEN I-O SECUENCIA-AUDITORIA-ARCHIVO.
           READ SECUENCIA-AUDITORIA-ARCHIVO
               INVALID KEY
                   MOVE ZEROES TO SECUENCIA-AUDITORIA-ULTIMA
           END-READ.
           ADD 1 TO SECUENCIA-AUDITORIA-ULTIMA.
           REWRITE SECUENCIA-AUDITORIA-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar la secuencia de "
                           "auditoria."
           END-REWRITE.
           MOVE SECUENCIA-AUDITORIA-ULTIMA TO AUDITORIA-SECUENCIA.
           CLOSE SECUENCIA-AUDITORIA-ARCHIVO.

       ESCRIBIR-JOURNAL.
      *Apunta la imagen antes/despues del registro en el journal de
      *recuperacion. El journal se abre y cierra aqui mismo para no
      *tocar las aperturas del programa.
           OPEN EXTEND JOURNAL-ARCHIVO.
           MOVE SPACE TO JOURNAL-REGISTRO.
           ACCEPT JOURNAL-FECHA FROM DATE YYYYMMDD.
           ACCEPT JOURNAL-HORA FROM TIME.
           MOVE "TRASLADO-EMPRESA" TO JOURNAL-PROGRAMA.
           MOVE JOURNAL-OP-ACTUAL TO JOURNAL-OPERACION.
           MOVE EMPLEADOS-ID TO JOURNAL-EMPLEADOS-ID.
           MOVE JOURNAL-ANTES-ACTUAL TO JOURNAL-IMAGEN-ANTES.
           MOVE JOURNAL-DESPUES-ACTUAL TO JOURNAL-IMAGEN-DESPUES.
           WRITE JOURNAL-REGISTRO.
           CLOSE JOURNAL-ARCHIVO.

       END PROGRAM TRASLADO-EMPRESA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONOCIMIENTOS-MEDICOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Archivo maestro de grados profesionales.
       COPY "copybooks/28-PhGrados.cbl".
      *Archivo maestro de tipos de reconocimiento medico.
       COPY "copybooks/28-PhTiposReconocimiento.cbl".
      *Archivo de reconocimientos medicos de los empleados.
       COPY "copybooks/28-PhReconocimientos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Archivo maestro de grados profesionales.
       COPY "copybooks/28-LoGrados.cbl".
      *Archivo maestro de tipos de reconocimiento medico.
       COPY "copybooks/28-LoTiposReconocimiento.cbl".
      *Archivo de reconocimientos medicos de los empleados.
       COPY "copybooks/28-LoReconocimientos.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  OPCION PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  REGISTRO-EXISTE PIC X.
       77  DATOS-VALIDOS PIC X.
       77  FIN-TIPOS PIC X.
       77  TIPO-OBLIGATORIO PIC X.
       77  CONT-TIPOS-GRABADOS PIC 9(5) COMP VALUE 0.
       77  CONT-TIPOS-BORRADOS PIC 9(5) COMP VALUE 0.
       77  CONT-RECONOCIMIENTOS PIC 9(5) COMP VALUE 0.

       01  ID-EMPLEADO PIC X(6).
       01  CODIGO-TIPO PIC X(4).
       01  OPERADOR-ID-ACTUAL PIC X(6).
       01  FECHA-DE-HOY PIC 9(8).
       01  PREGUNTA-REINICIO PIC X(40).

      *Datos tecleados del requisito del maestro de tipos. La
      *frecuencia se teclea en meses con tres digitos; cero suprime
      *el requisito de ese ambito.
       01  AMBITO-ENTRADA PIC X(1).
       01  AMBITO-CODIGO-ENTRADA PIC X(4).
       01  FRECUENCIA-ENTRADA-X PIC X(3).
       01  FRECUENCIA-ENTRADA-9 REDEFINES FRECUENCIA-ENTRADA-X
           PIC 9(3).
       01  APTO-PREVIO-ENTRADA PIC X(1).

      *Datos tecleados del reconocimiento. Las fechas se teclean
      *como AAAAMMDD y se validan de formato antes de moverlas.
       01  FECHA-ENTRADA-X PIC X(8).
       01  FECHA-ENTRADA-9 REDEFINES FECHA-ENTRADA-X PIC 9(8).
       01  RESULTADO-ENTRADA PIC X(1).
       01  RESTRICCIONES-ENTRADA PIC X(40).

      *Frecuencia que rige para el empleado: la menor de los
      *requisitos del tipo en su departamento o en su grado; si el
      *tipo no le es obligatorio se toma la del primer requisito.
       01  FRECUENCIA-EMPLEADO PIC 9(3).
       01  FRECUENCIA-PRIMERA PIC 9(3).

      *La fecha del proximo reconocimiento se calcula sumando los
      *meses de la frecuencia a la fecha del realizado, conservando
      *el dia salvo que el mes de destino sea mas corto.
       01  FECHA-RECONOCIMIENTO PIC 9(8).
       01  FECHA-RECONOCIMIENTO-R REDEFINES FECHA-RECONOCIMIENTO.
           05 RECONOCIMIENTO-ANIO PIC 9(4).
           05 RECONOCIMIENTO-MES PIC 9(2).
           05 RECONOCIMIENTO-DIA PIC 9(2).
       01  FECHA-PROXIMA PIC 9(8).
       01  MESES-TOTALES PIC 9(5).
       01  ANIOS-EXTRA PIC 9(3).
       01  MES-RESULTANTE PIC 9(3).
       01  DIA-RESULTANTE PIC 9(2).

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del archivo maestro de grados profesionales.
       COPY "copybooks/28-EstadoGrados.cbl".
      *Estado del maestro de tipos de reconocimiento medico.
       COPY "copybooks/28-EstadoTiposReconocimiento.cbl".
      *Estado del archivo de reconocimientos medicos.
       COPY "copybooks/28-EstadoReconocimientos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO = "S"
               PERFORM ELEGIR-OPCION
               PERFORM PROCEDIMIENTO-DE-APERTURA
               MOVE "S" TO SI-NO
               IF OPCION = "1"
                   MOVE "¿Desea mantener otro requisito?"
                       TO PREGUNTA-REINICIO
                   PERFORM MANTENER-TIPO
                   UNTIL SI-NO = "N"
               ELSE
                   MOVE "¿Desea registrar otro reconocimiento?"
                       TO PREGUNTA-REINICIO
                   PERFORM REGISTRAR-RECONOCIMIENTO
                   UNTIL SI-NO = "N"
               END-IF
               PERFORM PROCEDIMIENTO-DE-CIERRE
               DISPLAY "Requisitos grabados: " CONT-TIPOS-GRABADOS
                       " Suprimidos: " CONT-TIPOS-BORRADOS
               DISPLAY "Reconocimientos registrados: "
                       CONT-RECONOCIMIENTOS
           ELSE
               DISPLAY "Acceso denegado.".

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *Los resultados de vigilancia de la salud son datos medicos:
      *su registro requiere rol de supervisor.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.
           MOVE SESION-OPERADOR-ID TO OPERADOR-ID-ACTUAL.

       ELEGIR-OPCION.
           MOVE SPACE TO OPCION.
           PERFORM PREGUNTAR-OPCION
           UNTIL OPCION = "1" OR OPCION = "2".

       PREGUNTAR-OPCION.
           DISPLAY "1 - Mantener tipos de reconocimiento y su "
                   "frecuencia".
           DISPLAY "2 - Registrar el reconocimiento de un empleado".
           ACCEPT OPCION.
           IF OPCION NOT = "1" AND OPCION NOT = "2"
               DISPLAY "Debes introducir 1/2.".

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           OPEN INPUT GRADOS-ARCHIVO.
           PERFORM ABRIR-TIPOS-RECONOCIMIENTO.
           PERFORM ABRIR-RECONOCIMIENTOS.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.
           CLOSE GRADOS-ARCHIVO.
           CLOSE TIPOS-RECONOCIMIENTO-ARCHIVO.
           CLOSE RECONOCIMIENTOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-RECONOCIMIENTOS.

       ABRIR-TIPOS-RECONOCIMIENTO.
      *El maestro de tipos es indexado. Si todavia no existe lo
      *creamos antes de abrirlo en modo aleatorio.
           OPEN I-O TIPOS-RECONOCIMIENTO-ARCHIVO.
           IF TIPOS-RECONOCIMIENTO-STATUS = "35"
               OPEN OUTPUT TIPOS-RECONOCIMIENTO-ARCHIVO
               CLOSE TIPOS-RECONOCIMIENTO-ARCHIVO
               OPEN I-O TIPOS-RECONOCIMIENTO-ARCHIVO.

       ABRIR-RECONOCIMIENTOS.
      *El archivo de reconocimientos es indexado como el de tipos.
           OPEN I-O RECONOCIMIENTOS-ARCHIVO.
           IF RECONOCIMIENTOS-STATUS = "35"
               OPEN OUTPUT RECONOCIMIENTOS-ARCHIVO
               CLOSE RECONOCIMIENTOS-ARCHIVO
               OPEN I-O RECONOCIMIENTOS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       COMPROBAR-ESTADO-RECONOCIMIENTOS.
           IF RECONOCIMIENTOS-STATUS NOT = "00" AND
              RECONOCIMIENTOS-STATUS NOT = "97"
               DISPLAY "Estado de archivo de reconocimientos "
                       "inesperado: " RECONOCIMIENTOS-STATUS.

       MANTENER-TIPO.
      *Cada requisito une un tipo de reconocimiento con un
      *departamento o un grado. Si ya existe se reescribe; con
      *frecuencia cero se suprime.
           PERFORM OBTENER-REQUISITO.
           IF DATOS-VALIDOS = "S"
               IF FRECUENCIA-ENTRADA-9 = 0
                   PERFORM BORRAR-REQUISITO
               ELSE
                   PERFORM GRABAR-REQUISITO.
           PERFORM REINICIAR.

       OBTENER-REQUISITO.
           MOVE "S" TO DATOS-VALIDOS.
           MOVE SPACE TO TIPORECO-REGISTRO.
           DISPLAY "Codigo del tipo de reconocimiento (4 "
                   "caracteres): ".
           ACCEPT CODIGO-TIPO.
           IF CODIGO-TIPO = SPACE
               DISPLAY "El codigo no puede quedar en blanco."
               MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Ambito (D departamento / G grado): "
               ACCEPT AMBITO-ENTRADA
               IF AMBITO-ENTRADA = "d"
                   MOVE "D" TO AMBITO-ENTRADA
               END-IF
               IF AMBITO-ENTRADA = "g"
                   MOVE "G" TO AMBITO-ENTRADA
               END-IF
               MOVE AMBITO-ENTRADA TO TIPORECO-AMBITO
               IF NOT TIPORECO-AMBITO-VALIDO
                   DISPLAY "Ambito invalido, debe ser D o G."
                   MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               PERFORM OBTENER-AMBITO-CODIGO.
           IF DATOS-VALIDOS = "S"
               MOVE CODIGO-TIPO TO TIPORECO-CODIGO
               MOVE AMBITO-CODIGO-ENTRADA TO TIPORECO-AMBITO-CODIGO
               DISPLAY "Frecuencia en meses (3 digitos, 000 = "
                       "suprimir el requisito): "
               MOVE SPACE TO FRECUENCIA-ENTRADA-X
               ACCEPT FRECUENCIA-ENTRADA-X
               IF FRECUENCIA-ENTRADA-X NOT NUMERIC
                   DISPLAY "Frecuencia invalida, deben ser 3 digitos."
                   MOVE "N" TO DATOS-VALIDOS.

       OBTENER-AMBITO-CODIGO.
      *El departamento o el grado del requisito tiene que existir
      *en su maestro.
           IF TIPORECO-POR-DEPARTAMENTO
               DISPLAY "Codigo de departamento: "
               ACCEPT AMBITO-CODIGO-ENTRADA
               MOVE AMBITO-CODIGO-ENTRADA TO DEPARTAMENTOS-CODIGO
               READ DEPARTAMENTOS-ARCHIVO
                   INVALID KEY
                       DISPLAY "No existe ningun departamento con "
                               "ese codigo."
                       MOVE "N" TO DATOS-VALIDOS
               END-READ
           ELSE
               DISPLAY "Codigo de grado: "
               ACCEPT AMBITO-CODIGO-ENTRADA
               MOVE AMBITO-CODIGO-ENTRADA TO GRADO-CODIGO
               READ GRADOS-ARCHIVO
                   INVALID KEY
                       DISPLAY "No existe ningun grado con ese "
                               "codigo."
                       MOVE "N" TO DATOS-VALIDOS
               END-READ.

       GRABAR-REQUISITO.
           MOVE FRECUENCIA-ENTRADA-9 TO TIPORECO-FRECUENCIA-MESES.
           DISPLAY "Descripcion del reconocimiento: ".
           ACCEPT TIPORECO-DESCRIPCION.
           DISPLAY "¿El puesto exige resultado apto antes de "
                   "incorporarse? (S/N): ".
           ACCEPT APTO-PREVIO-ENTRADA.
           IF APTO-PREVIO-ENTRADA = "s"
               MOVE "S" TO APTO-PREVIO-ENTRADA.
           IF APTO-PREVIO-ENTRADA NOT = "S"
               MOVE "N" TO APTO-PREVIO-ENTRADA.
           MOVE APTO-PREVIO-ENTRADA TO TIPORECO-APTO-PREVIO.
           MOVE "S" TO REGISTRO-EXISTE.
           WRITE TIPORECO-REGISTRO
               INVALID KEY
                   MOVE "N" TO REGISTRO-EXISTE
           END-WRITE.
           IF REGISTRO-EXISTE = "N"
               REWRITE TIPORECO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar el requisito "
                               TIPORECO-CODIGO
               END-REWRITE
               DISPLAY "Requisito existente actualizado.".
           ADD 1 TO CONT-TIPOS-GRABADOS.

       BORRAR-REQUISITO.
           DELETE TIPOS-RECONOCIMIENTO-ARCHIVO
               INVALID KEY
                   DISPLAY "No existe ese requisito, no hay nada "
                           "que suprimir."
               NOT INVALID KEY
                   DISPLAY "Requisito suprimido."
                   ADD 1 TO CONT-TIPOS-BORRADOS
           END-DELETE.

       REGISTRAR-RECONOCIMIENTO.
           PERFORM OBTENER-EMPLEADO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM OBTENER-TIPO
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM OBTENER-DATOS-RECONOCIMIENTO
                   IF DATOS-VALIDOS = "S"
                       PERFORM GRABAR-RECONOCIMIENTO.
           PERFORM REINICIAR.

       OBTENER-EMPLEADO.
           DISPLAY "ID del empleado: ".
           ACCEPT ID-EMPLEADO.
           MOVE ID-EMPLEADO TO EMPLEADOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "No existe ningun empleado con ese ID."
           END-READ.
           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Departamento: " EMPLEADOS-DEPARTAMENTO
                       " Grado: " EMPLEADOS-GRADO.

       OBTENER-TIPO.
      *Recorre los requisitos del tipo para comprobar que existe y
      *quedarse con la frecuencia que rige para el empleado.
           DISPLAY "Codigo del tipo de reconocimiento: ".
           ACCEPT CODIGO-TIPO.
           MOVE ZERO TO FRECUENCIA-EMPLEADO.
           MOVE ZERO TO FRECUENCIA-PRIMERA.
           MOVE "N" TO TIPO-OBLIGATORIO.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           MOVE "N" TO FIN-TIPOS.
           MOVE SPACE TO TIPORECO-CLAVE.
           MOVE CODIGO-TIPO TO TIPORECO-CODIGO.
           START TIPOS-RECONOCIMIENTO-ARCHIVO
               KEY IS NOT LESS THAN TIPORECO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-TIPOS
           END-START.
           PERFORM LEER-REQUISITO-TIPO
           UNTIL FIN-TIPOS = "S".
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "No existe ningun tipo de reconocimiento con "
                       "ese codigo."
           ELSE
               IF TIPO-OBLIGATORIO = "N"
                   MOVE FRECUENCIA-PRIMERA TO FRECUENCIA-EMPLEADO
                   DISPLAY "Aviso: el reconocimiento no es "
                           "obligatorio en el departamento ni en el "
                           "grado del empleado.".

       LEER-REQUISITO-TIPO.
           READ TIPOS-RECONOCIMIENTO-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-TIPOS
           END-READ.
           IF FIN-TIPOS = "N" AND TIPORECO-CODIGO NOT = CODIGO-TIPO
               MOVE "S" TO FIN-TIPOS.
           IF FIN-TIPOS = "N"
               IF REGISTRO-ENCONTRADO = "N"
                   MOVE "S" TO REGISTRO-ENCONTRADO
                   MOVE TIPORECO-FRECUENCIA-MESES
                       TO FRECUENCIA-PRIMERA
                   DISPLAY "Reconocimiento: " TIPORECO-DESCRIPCION
               END-IF
               IF (TIPORECO-POR-DEPARTAMENTO AND
                   TIPORECO-AMBITO-CODIGO = EMPLEADOS-DEPARTAMENTO) OR
                  (TIPORECO-POR-GRADO AND
                   TIPORECO-AMBITO-CODIGO = EMPLEADOS-GRADO)
                   IF TIPO-OBLIGATORIO = "N" OR
                      TIPORECO-FRECUENCIA-MESES < FRECUENCIA-EMPLEADO
                       MOVE TIPORECO-FRECUENCIA-MESES
                           TO FRECUENCIA-EMPLEADO
                   END-IF
                   MOVE "S" TO TIPO-OBLIGATORIO.

       OBTENER-DATOS-RECONOCIMIENTO.
           MOVE "S" TO DATOS-VALIDOS.
           DISPLAY "Fecha del reconocimiento (AAAAMMDD, en blanco = "
                   FECHA-DE-HOY "): ".
           MOVE SPACE TO FECHA-ENTRADA-X.
           ACCEPT FECHA-ENTRADA-X.
           IF FECHA-ENTRADA-X = SPACE
               MOVE FECHA-DE-HOY TO FECHA-RECONOCIMIENTO
           ELSE
               IF FECHA-ENTRADA-X NOT NUMERIC
                   DISPLAY "Fecha invalida, deben ser 8 digitos."
                   MOVE "N" TO DATOS-VALIDOS
               ELSE
                   MOVE FECHA-ENTRADA-9 TO FECHA-RECONOCIMIENTO
                   IF FECHA-RECONOCIMIENTO > FECHA-DE-HOY OR
                      RECONOCIMIENTO-MES < 1 OR
                      RECONOCIMIENTO-MES > 12 OR
                      RECONOCIMIENTO-DIA < 1 OR
                      RECONOCIMIENTO-DIA > 31
                       DISPLAY "Fecha invalida o posterior a hoy."
                       MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Resultado (A apto / R apto con "
                       "restricciones / N no apto): "
               ACCEPT RESULTADO-ENTRADA
               IF RESULTADO-ENTRADA = "a"
                   MOVE "A" TO RESULTADO-ENTRADA
               END-IF
               IF RESULTADO-ENTRADA = "r"
                   MOVE "R" TO RESULTADO-ENTRADA
               END-IF
               IF RESULTADO-ENTRADA = "n"
                   MOVE "N" TO RESULTADO-ENTRADA
               END-IF
               MOVE RESULTADO-ENTRADA TO RECONOC-RESULTADO
               IF NOT RECONOC-RESULTADO-VALIDO
                   DISPLAY "Resultado invalido, debe ser A, R o N."
                   MOVE "N" TO DATOS-VALIDOS.
           MOVE SPACE TO RESTRICCIONES-ENTRADA.
           IF DATOS-VALIDOS = "S" AND RESULTADO-ENTRADA = "R"
               DISPLAY "Restricciones: "
               ACCEPT RESTRICCIONES-ENTRADA.
           IF DATOS-VALIDOS = "S"
               PERFORM CALCULAR-PROXIMO
               PERFORM OBTENER-FECHA-PROXIMA.

       OBTENER-FECHA-PROXIMA.
      *La fecha calculada puede adelantarse, por ejemplo cuando el
      *medico pide revisar antes a un no apto o a un apto con
      *restricciones.
           DISPLAY "Proximo reconocimiento (AAAAMMDD, en blanco = "
                   FECHA-PROXIMA "): ".
           MOVE SPACE TO FECHA-ENTRADA-X.
           ACCEPT FECHA-ENTRADA-X.
           IF FECHA-ENTRADA-X NOT = SPACE
               IF FECHA-ENTRADA-X NOT NUMERIC
                   DISPLAY "Fecha invalida, se conserva la calculada."
               ELSE
                   IF FECHA-ENTRADA-9 NOT > FECHA-RECONOCIMIENTO
                       DISPLAY "La fecha debe ser posterior al "
                               "reconocimiento, se conserva la "
                               "calculada."
                   ELSE
                       MOVE FECHA-ENTRADA-9 TO FECHA-PROXIMA.

       CALCULAR-PROXIMO.
      *Suma los meses de la frecuencia a la fecha del reconocimiento
      *como CALCULAR-CADUCIDAD de ALTA-CERTIFICACIONES, recortando
      *el dia al ultimo del mes de destino.
           COMPUTE MESES-TOTALES = RECONOCIMIENTO-MES +
                   FRECUENCIA-EMPLEADO.
           COMPUTE ANIOS-EXTRA = (MESES-TOTALES - 1) / 12.
           COMPUTE MES-RESULTANTE = MESES-TOTALES -
                   (ANIOS-EXTRA * 12).
           MOVE RECONOCIMIENTO-DIA TO DIA-RESULTANTE.
           IF MES-RESULTANTE = 2 AND DIA-RESULTANTE > 28
               MOVE 28 TO DIA-RESULTANTE.
           IF (MES-RESULTANTE = 4 OR MES-RESULTANTE = 6 OR
               MES-RESULTANTE = 9 OR MES-RESULTANTE = 11) AND
              DIA-RESULTANTE > 30
               MOVE 30 TO DIA-RESULTANTE.
           COMPUTE FECHA-PROXIMA =
                   ((RECONOCIMIENTO-ANIO + ANIOS-EXTRA) * 10000) +
                   (MES-RESULTANTE * 100) + DIA-RESULTANTE.

       GRABAR-RECONOCIMIENTO.
      *Se guarda el ultimo reconocimiento de cada tipo: uno nuevo
      *sustituye al anterior.
           MOVE SPACE TO RECONOC-REGISTRO.
           MOVE ID-EMPLEADO TO RECONOC-EMPLEADOS-ID.
           MOVE CODIGO-TIPO TO RECONOC-TIPO.
           MOVE FECHA-RECONOCIMIENTO TO RECONOC-FECHA.
           MOVE RESULTADO-ENTRADA TO RECONOC-RESULTADO.
           MOVE RESTRICCIONES-ENTRADA TO RECONOC-RESTRICCIONES.
           MOVE FECHA-PROXIMA TO RECONOC-PROXIMA-FECHA.
           MOVE OPERADOR-ID-ACTUAL TO RECONOC-OPERADOR-ID.
           MOVE FECHA-DE-HOY TO RECONOC-FECHA-REGISTRO.
           MOVE "S" TO REGISTRO-EXISTE.
           WRITE RECONOC-REGISTRO
               INVALID KEY
                   MOVE "N" TO REGISTRO-EXISTE
           END-WRITE.
           IF REGISTRO-EXISTE = "N"
               REWRITE RECONOC-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar el "
                               "reconocimiento."
               END-REWRITE
               DISPLAY "Reconocimiento anterior sustituido.".
           PERFORM COMPROBAR-ESTADO-RECONOCIMIENTOS.
           ADD 1 TO CONT-RECONOCIMIENTOS.
           DISPLAY "Proximo reconocimiento: " RECONOC-PROXIMA-FECHA.
           IF RECONOC-NO-APTO
               DISPLAY "Aviso: resultado NO APTO, el empleado no "
                       "puede ocupar un puesto que exija este "
                       "reconocimiento.".

       REINICIAR.
           MOVE SPACE TO SI-NO.
           PERFORM PREGUNTAR-SI-NO
           UNTIL SI-NO = "S" OR SI-NO = "N".

       PREGUNTAR-SI-NO.
           DISPLAY PREGUNTA-REINICIO.
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO = "n"
               MOVE "N" TO SI-NO.
           IF SI-NO NOT = "S" AND SI-NO NOT = "N"
               DISPLAY "Debes introducir S/N.".

       END PROGRAM RECONOCIMIENTOS-MEDICOS.

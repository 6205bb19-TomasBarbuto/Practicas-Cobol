       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRIBUCION-FLEXIBLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de elecciones de retribucion flexible.
       COPY "copybooks/28-PhRetribucionFlexible.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-PhAuditoria.cbl".
      *Archivo contador de secuencia de auditoria.
       COPY "copybooks/28-PhSecuenciaAuditoria.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de elecciones de retribucion flexible.
       COPY "copybooks/28-LoRetribucionFlexible.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".
      *Archivo de auditoria de empleados.
       COPY "copybooks/28-LoAuditoria.cbl".
      *Archivo contador de secuencia de auditoria.
       COPY "copybooks/28-LoSecuenciaAuditoria.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  OPCION PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  ELECCION-EXISTE PIC X.
       77  DATOS-VALIDOS PIC X.
       77  SUB-F PIC 9(2) COMP VALUE 0.
       77  POSICION-TIPO PIC 9(2) COMP VALUE 0.
       77  CONT-GRABADAS PIC 9(5) COMP VALUE 0.
       77  CONT-ANULADAS PIC 9(5) COMP VALUE 0.

       01  ID-EMPLEADO PIC X(6).
       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-DE-HOY-R REDEFINES FECHA-DE-HOY.
           05 HOY-ANIO PIC 9(4).
           05 FILLER PIC 9(4).
       01  PREGUNTA-REINICIO PIC X(40).

      *Tipos de beneficio de la retribucion flexible, con el
      *concepto y la linea del historico de resultados en que los
      *guarda la nomina, su descripcion y el limite anual exento que
      *rige si el maestro de parametros no trae el suyo (con el
      *nombre FLEX-LIMITE- seguido del tipo), igual que en
      *CALCULO-NOMINA.
       01  TIPOS-FLEXIBLE-VALORES.
           05 FILLER PIC X(42) VALUE
              "CFCOM091VALES COMIDA (FLEXIBLE)  000242000".
           05 FILLER PIC X(42) VALUE
              "TFTRA092TRANSPORTE (FLEXIBLE)    000150000".
           05 FILLER PIC X(42) VALUE
              "GFGUA093GUARDERIA (FLEXIBLE)     999999999".
           05 FILLER PIC X(42) VALUE
              "SFSEG094SEGURO MEDICO (FLEXIBLE) 000050000".
       01  TIPOS-FLEXIBLE REDEFINES TIPOS-FLEXIBLE-VALORES.
           05 TIPO-FLEXIBLE-FILA OCCURS 4 TIMES.
               10 TIPO-FLEXIBLE-CODIGO PIC X(1).
               10 TIPO-FLEXIBLE-CONCEPTO PIC X(4).
               10 TIPO-FLEXIBLE-LINEA PIC 9(3).
               10 TIPO-FLEXIBLE-DESCRIPCION PIC X(25).
               10 TIPO-FLEXIBLE-LIMITE PIC 9(7)V99.

      *La retribucion flexible no puede pasar de un porcentaje del
      *salario mensual del empleado, parametrizable en el maestro
      *de parametros con el nombre FLEX-PORCENTAJE-MAX.
       01  PORCENTAJE-MAXIMO PIC 9(3)V99 VALUE 30.
       01  IMPORTE-MAXIMO PIC 9(7)V99.

      *Datos tecleados de la eleccion. El ejercicio se teclea como
      *AAAA y se valida de formato antes de moverlo.
       01  EJERCICIO-ENTRADA-X PIC X(4).
       01  EJERCICIO-ENTRADA-9 REDEFINES EJERCICIO-ENTRADA-X
           PIC 9(4).
       01  EJERCICIO PIC 9(4).
       01  TIPO-ENTRADA PIC X(1).
       01  IMPORTE-ENTRADA PIC 9(5)V99.
       01  MES-DESDE-ENTRADA PIC 9(2).
       01  MES-HASTA-ENTRADA PIC 9(2).
       01  PROVEEDOR-ENTRADA PIC X(10).
       01  REFERENCIA-ENTRADA PIC X(20).

      *Importe mensual que el empleado ya tiene elegido en los demas
      *beneficios del ejercicio y valor anual de la eleccion, para
      *comprobar el tope y avisar del exceso sobre el limite exento.
       01  IMPORTE-OTRAS-ELECCIONES PIC 9(7)V99.
       01  IMPORTE-ANUAL PIC 9(7)V99.

      *Imagen legible de una eleccion que se graba en los valores
      *antes y despues del movimiento de auditoria.
       01  IMAGEN-ELECCION.
           05 FILLER PIC X(17) VALUE "RETRIB. FLEXIBLE ".
           05 IMAGEN-EJERCICIO PIC 9(4).
           05 FILLER PIC X(1) VALUE " ".
           05 IMAGEN-DESCRIPCION PIC X(25).
           05 FILLER PIC X(1) VALUE " ".
           05 IMAGEN-IMPORTE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(12) VALUE " MENSUAL DE ".
           05 IMAGEN-MES-DESDE PIC 9(2).
           05 FILLER PIC X(3) VALUE " A ".
           05 IMAGEN-MES-HASTA PIC 9(2).
           05 FILLER PIC X(11) VALUE " PROVEEDOR ".
           05 IMAGEN-PROVEEDOR PIC X(10).
           05 FILLER PIC X(5) VALUE " REF ".
           05 IMAGEN-REFERENCIA PIC X(20).

       01  VALOR-ANTES-AUDITORIA PIC X(400).
       01  VALOR-DESPUES-AUDITORIA PIC X(400).

       01  IMPORTE-EDITADO PIC $$$,$$9.99.
       01  IMPORTE-EDITADO-2 PIC $$$,$$$,$$9.99.
       01  PORCENTAJE-EDITADO PIC ZZ9.99.

      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de elecciones de retribucion flexible.
       COPY "copybooks/28-EstadoRetribucionFlexible.cbl".
      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".
      *Estado del archivo de auditoria.
       COPY "copybooks/28-EstadoAuditoria.cbl".
      *Estado y clave del contador de secuencia de auditoria.
       COPY "copybooks/28-EstadoSecuenciaAuditoria.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO = "S"
               PERFORM LEER-PARAMETROS
               PERFORM ELEGIR-OPCION
               PERFORM PROCEDIMIENTO-DE-APERTURA
               MOVE "S" TO SI-NO
               IF OPCION = "E"
                   MOVE "¿Desea grabar otra eleccion?"
                       TO PREGUNTA-REINICIO
                   PERFORM GRABAR-ELECCION
                   UNTIL SI-NO = "N"
               ELSE
                   MOVE "¿Desea anular otra eleccion?"
                       TO PREGUNTA-REINICIO
                   PERFORM ANULAR-ELECCION
                   UNTIL SI-NO = "N"
               END-IF
               PERFORM PROCEDIMIENTO-DE-CIERRE
               DISPLAY "Elecciones grabadas: " CONT-GRABADAS
                       " Anuladas: " CONT-ANULADAS
           ELSE
               DISPLAY "Acceso denegado.".

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-OPERADOR.
      *Las elecciones cambian lo que la nomina paga en dinero y lo
      *que tributa: su mantenimiento requiere rol de supervisor.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "FLEX-PORCENTAJE-MAX" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO PORCENTAJE-MAXIMO
               END-READ
               MOVE 1 TO SUB-F
               PERFORM LEER-LIMITE-FLEXIBLE
               UNTIL SUB-F > 4
               CLOSE PARAMETROS-ARCHIVO.

       LEER-LIMITE-FLEXIBLE.
           MOVE SPACE TO PARAMETRO-NOMBRE.
           STRING "FLEX-LIMITE-" DELIMITED BY SIZE
                  TIPO-FLEXIBLE-CODIGO (SUB-F) DELIMITED BY SIZE
               INTO PARAMETRO-NOMBRE.
           READ PARAMETROS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAMETRO-VALOR
                       TO TIPO-FLEXIBLE-LIMITE (SUB-F)
           END-READ.
           ADD 1 TO SUB-F.

       ELEGIR-OPCION.
           MOVE SPACE TO OPCION.
           PERFORM PREGUNTAR-OPCION
           UNTIL OPCION = "E" OR OPCION = "B".

       PREGUNTAR-OPCION.
           DISPLAY "E - Grabar o cambiar la eleccion de un empleado".
           DISPLAY "B - Anular la eleccion de un empleado".
           ACCEPT OPCION.
           IF OPCION = "e"
               MOVE "E" TO OPCION.
           IF OPCION = "b"
               MOVE "B" TO OPCION.
           IF OPCION NOT = "E" AND OPCION NOT = "B"
               DISPLAY "Debes introducir E/B.".

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           PERFORM ABRIR-RETRIBUCION-FLEXIBLE.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE RETRIBUCION-FLEXIBLE-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-FLEXIBLE.

       ABRIR-RETRIBUCION-FLEXIBLE.
      *El archivo de elecciones es indexado. Si todavia no existe lo
      *creamos antes de abrirlo en modo aleatorio.
           OPEN I-O RETRIBUCION-FLEXIBLE-ARCHIVO.
           IF RETRIBUCION-FLEXIBLE-STATUS = "35"
               OPEN OUTPUT RETRIBUCION-FLEXIBLE-ARCHIVO
               CLOSE RETRIBUCION-FLEXIBLE-ARCHIVO
               OPEN I-O RETRIBUCION-FLEXIBLE-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       COMPROBAR-ESTADO-FLEXIBLE.
           IF RETRIBUCION-FLEXIBLE-STATUS NOT = "00" AND
              RETRIBUCION-FLEXIBLE-STATUS NOT = "97"
               DISPLAY "Estado de archivo de elecciones inesperado: "
                       RETRIBUCION-FLEXIBLE-STATUS.

       GRABAR-ELECCION.
           PERFORM OBTENER-EMPLEADO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM OBTENER-EJERCICIO
               IF DATOS-VALIDOS = "S"
                   PERFORM MOSTRAR-ELECCIONES-EJERCICIO
                   PERFORM OBTENER-TIPO
                   IF DATOS-VALIDOS = "S"
                       PERFORM OBTENER-DATOS-ELECCION
                       IF DATOS-VALIDOS = "S"
                           PERFORM COMPROBAR-TOPE-ELECCION
                           IF DATOS-VALIDOS = "S"
                               PERFORM GUARDAR-ELECCION.
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
           IF REGISTRO-ENCONTRADO = "S" AND EMPLEADOS-INACTIVO
               AND OPCION = "E"
               DISPLAY "El empleado esta inactivo, no puede elegir "
                       "retribucion flexible."
               MOVE "N" TO REGISTRO-ENCONTRADO.

       OBTENER-EJERCICIO.
      *Las elecciones son de un ejercicio entero; los de anios ya
      *pasados estan pagados y no se tocan.
           MOVE "S" TO DATOS-VALIDOS.
           DISPLAY "Ejercicio de la eleccion (AAAA, en blanco = "
                   HOY-ANIO "): ".
           MOVE SPACE TO EJERCICIO-ENTRADA-X.
           ACCEPT EJERCICIO-ENTRADA-X.
           IF EJERCICIO-ENTRADA-X = SPACE
               MOVE HOY-ANIO TO EJERCICIO
           ELSE
               IF EJERCICIO-ENTRADA-X NOT NUMERIC
                   DISPLAY "Ejercicio invalido, deben ser 4 digitos."
                   MOVE "N" TO DATOS-VALIDOS
               ELSE
                   MOVE EJERCICIO-ENTRADA-9 TO EJERCICIO.
           IF DATOS-VALIDOS = "S" AND EJERCICIO < HOY-ANIO
               DISPLAY "El ejercicio " EJERCICIO " ya esta cerrado."
               MOVE "N" TO DATOS-VALIDOS.

       MOSTRAR-ELECCIONES-EJERCICIO.
           DISPLAY "Elecciones del empleado en " EJERCICIO ":".
           MOVE ZERO TO IMPORTE-OTRAS-ELECCIONES.
           MOVE 1 TO SUB-F.
           PERFORM MOSTRAR-ELECCION-TIPO
           UNTIL SUB-F > 4.

       MOSTRAR-ELECCION-TIPO.
           MOVE ID-EMPLEADO TO RETFLEX-EMPLEADOS-ID.
           MOVE EJERCICIO TO RETFLEX-EJERCICIO.
           MOVE TIPO-FLEXIBLE-CODIGO (SUB-F) TO RETFLEX-TIPO.
           READ RETRIBUCION-FLEXIBLE-ARCHIVO
               INVALID KEY
                   DISPLAY "  " TIPO-FLEXIBLE-CODIGO (SUB-F) " "
                           TIPO-FLEXIBLE-DESCRIPCION (SUB-F)
                           " sin eleccion"
               NOT INVALID KEY
                   PERFORM FORMAR-IMAGEN-ELECCION
                   DISPLAY "  " TIPO-FLEXIBLE-CODIGO (SUB-F) " "
                           IMAGEN-ELECCION
           END-READ.
           ADD 1 TO SUB-F.

       OBTENER-TIPO.
           MOVE "S" TO DATOS-VALIDOS.
           DISPLAY "Tipo de beneficio (C comida, T transporte, "
                   "G guarderia, S seguro medico): ".
           ACCEPT TIPO-ENTRADA.
           IF TIPO-ENTRADA = "c"
               MOVE "C" TO TIPO-ENTRADA.
           IF TIPO-ENTRADA = "t"
               MOVE "T" TO TIPO-ENTRADA.
           IF TIPO-ENTRADA = "g"
               MOVE "G" TO TIPO-ENTRADA.
           IF TIPO-ENTRADA = "s"
               MOVE "S" TO TIPO-ENTRADA.
           MOVE 0 TO POSICION-TIPO.
           MOVE 1 TO SUB-F.
           PERFORM BUSCAR-TIPO
           UNTIL SUB-F > 4 OR POSICION-TIPO > 0.
           IF POSICION-TIPO = 0
               DISPLAY "Tipo de beneficio no valido."
               MOVE "N" TO DATOS-VALIDOS.

       BUSCAR-TIPO.
           IF TIPO-FLEXIBLE-CODIGO (SUB-F) = TIPO-ENTRADA
               MOVE SUB-F TO POSICION-TIPO.
           ADD 1 TO SUB-F.

       OBTENER-DATOS-ELECCION.
      *Un cambio de importe o de meses a mitad de ejercicio rige
      *desde la siguiente nomina: los meses ya pagados conservan lo
      *que se les aplico en el historico de resultados.
           MOVE ID-EMPLEADO TO RETFLEX-EMPLEADOS-ID.
           MOVE EJERCICIO TO RETFLEX-EJERCICIO.
           MOVE TIPO-ENTRADA TO RETFLEX-TIPO.
           MOVE "S" TO ELECCION-EXISTE.
           READ RETRIBUCION-FLEXIBLE-ARCHIVO
               INVALID KEY
                   MOVE "N" TO ELECCION-EXISTE
           END-READ.
           MOVE SPACE TO VALOR-ANTES-AUDITORIA.
           IF ELECCION-EXISTE = "S"
               MOVE POSICION-TIPO TO SUB-F
               PERFORM FORMAR-IMAGEN-ELECCION
               MOVE IMAGEN-ELECCION TO VALOR-ANTES-AUDITORIA
               DISPLAY "Eleccion actual: " IMAGEN-ELECCION.
           MOVE "S" TO DATOS-VALIDOS.
           DISPLAY "Importe mensual cambiado por el beneficio: ".
           MOVE ZERO TO IMPORTE-ENTRADA.
           ACCEPT IMPORTE-ENTRADA.
           IF IMPORTE-ENTRADA = 0
               DISPLAY "El importe debe ser mayor que cero; para "
                       "dejar el beneficio anule la eleccion."
               MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Primer mes del ejercicio en que se aplica "
                       "(1-12): "
               MOVE ZERO TO MES-DESDE-ENTRADA
               ACCEPT MES-DESDE-ENTRADA
               DISPLAY "Ultimo mes del ejercicio en que se aplica "
                       "(1-12): "
               MOVE ZERO TO MES-HASTA-ENTRADA
               ACCEPT MES-HASTA-ENTRADA
               IF MES-DESDE-ENTRADA < 1 OR MES-DESDE-ENTRADA > 12 OR
                  MES-HASTA-ENTRADA < 1 OR MES-HASTA-ENTRADA > 12 OR
                  MES-DESDE-ENTRADA > MES-HASTA-ENTRADA
                   DISPLAY "Meses fuera de rango."
                   MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Codigo del proveedor del beneficio: "
               MOVE SPACE TO PROVEEDOR-ENTRADA
               ACCEPT PROVEEDOR-ENTRADA
               IF PROVEEDOR-ENTRADA = SPACE
                   DISPLAY "El proveedor es obligatorio."
                   MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               DISPLAY "Referencia para el proveedor (tarjeta, "
                       "poliza, centro o alumno): "
               MOVE SPACE TO REFERENCIA-ENTRADA
               ACCEPT REFERENCIA-ENTRADA.

       COMPROBAR-TOPE-ELECCION.
      *La suma de los importes mensuales de todos los beneficios del
      *ejercicio no puede pasar del tope sobre el salario mensual.
      *El exceso sobre el limite anual exento se admite, avisando de
      *que tributara como especie.
           MOVE ZERO TO IMPORTE-OTRAS-ELECCIONES.
           MOVE 1 TO SUB-F.
           PERFORM SUMAR-OTRA-ELECCION
           UNTIL SUB-F > 4.
           COMPUTE IMPORTE-MAXIMO ROUNDED =
                   EMPLEADOS-SALARIO * PORCENTAJE-MAXIMO / 100.
           IF IMPORTE-OTRAS-ELECCIONES + IMPORTE-ENTRADA >
              IMPORTE-MAXIMO
               MOVE PORCENTAJE-MAXIMO TO PORCENTAJE-EDITADO
               MOVE IMPORTE-MAXIMO TO IMPORTE-EDITADO
               DISPLAY "La retribucion flexible pasaria del "
                       PORCENTAJE-EDITADO "% del salario mensual ("
                       IMPORTE-EDITADO "); no se graba."
               MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "S"
               COMPUTE IMPORTE-ANUAL = IMPORTE-ENTRADA *
                       (MES-HASTA-ENTRADA - MES-DESDE-ENTRADA + 1)
               IF IMPORTE-ANUAL > TIPO-FLEXIBLE-LIMITE (POSICION-TIPO)
                   MOVE TIPO-FLEXIBLE-LIMITE (POSICION-TIPO)
                       TO IMPORTE-EDITADO-2
                   DISPLAY "Aviso: el importe anual pasa del limite "
                           "exento de " IMPORTE-EDITADO-2
                           "; el exceso tributara como especie.".

       SUMAR-OTRA-ELECCION.
           IF SUB-F NOT = POSICION-TIPO
               MOVE ID-EMPLEADO TO RETFLEX-EMPLEADOS-ID
               MOVE EJERCICIO TO RETFLEX-EJERCICIO
               MOVE TIPO-FLEXIBLE-CODIGO (SUB-F) TO RETFLEX-TIPO
               READ RETRIBUCION-FLEXIBLE-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD RETFLEX-IMPORTE-MENSUAL
                           TO IMPORTE-OTRAS-ELECCIONES
               END-READ.
           ADD 1 TO SUB-F.

       GUARDAR-ELECCION.
           MOVE SPACE TO RETFLEX-REGISTRO.
           MOVE ID-EMPLEADO TO RETFLEX-EMPLEADOS-ID.
           MOVE EJERCICIO TO RETFLEX-EJERCICIO.
           MOVE TIPO-ENTRADA TO RETFLEX-TIPO.
           MOVE IMPORTE-ENTRADA TO RETFLEX-IMPORTE-MENSUAL.
           MOVE MES-DESDE-ENTRADA TO RETFLEX-MES-DESDE.
           MOVE MES-HASTA-ENTRADA TO RETFLEX-MES-HASTA.
           MOVE PROVEEDOR-ENTRADA TO RETFLEX-PROVEEDOR.
           MOVE REFERENCIA-ENTRADA TO RETFLEX-REFERENCIA.
           MOVE FECHA-DE-HOY TO RETFLEX-FECHA-ELECCION.
           IF ELECCION-EXISTE = "S"
               REWRITE RETFLEX-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al cambiar la eleccion."
                       MOVE "N" TO DATOS-VALIDOS
               END-REWRITE
           ELSE
               WRITE RETFLEX-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar la eleccion."
                       MOVE "N" TO DATOS-VALIDOS
               END-WRITE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-GRABADAS
               MOVE POSICION-TIPO TO SUB-F
               PERFORM FORMAR-IMAGEN-ELECCION
               MOVE IMAGEN-ELECCION TO VALOR-DESPUES-AUDITORIA
               PERFORM ESCRIBIR-AUDITORIA-FLEXIBLE
               DISPLAY "Eleccion grabada: " IMAGEN-ELECCION.

       FORMAR-IMAGEN-ELECCION.
      *SUB-F apunta a la fila del tipo de la eleccion leida.
           MOVE RETFLEX-EJERCICIO TO IMAGEN-EJERCICIO.
           MOVE TIPO-FLEXIBLE-DESCRIPCION (SUB-F)
               TO IMAGEN-DESCRIPCION.
           MOVE RETFLEX-IMPORTE-MENSUAL TO IMAGEN-IMPORTE.
           MOVE RETFLEX-MES-DESDE TO IMAGEN-MES-DESDE.
           MOVE RETFLEX-MES-HASTA TO IMAGEN-MES-HASTA.
           MOVE RETFLEX-PROVEEDOR TO IMAGEN-PROVEEDOR.
           MOVE RETFLEX-REFERENCIA TO IMAGEN-REFERENCIA.

       ANULAR-ELECCION.
      *Anular deja de aplicar el beneficio desde la siguiente
      *nomina; los meses ya pagados no cambian.
           PERFORM OBTENER-EMPLEADO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM OBTENER-EJERCICIO
               IF DATOS-VALIDOS = "S"
                   PERFORM OBTENER-TIPO
                   IF DATOS-VALIDOS = "S"
                       PERFORM BORRAR-ELECCION.
           PERFORM REINICIAR.

       BORRAR-ELECCION.
           MOVE ID-EMPLEADO TO RETFLEX-EMPLEADOS-ID.
           MOVE EJERCICIO TO RETFLEX-EJERCICIO.
           MOVE TIPO-ENTRADA TO RETFLEX-TIPO.
           READ RETRIBUCION-FLEXIBLE-ARCHIVO
               INVALID KEY
                   DISPLAY "El empleado no tiene eleccion de ese "
                           "beneficio en " EJERCICIO "."
                   MOVE "N" TO DATOS-VALIDOS
           END-READ.
           IF DATOS-VALIDOS = "S"
               MOVE POSICION-TIPO TO SUB-F
               PERFORM FORMAR-IMAGEN-ELECCION
               MOVE IMAGEN-ELECCION TO VALOR-ANTES-AUDITORIA
               DELETE RETRIBUCION-FLEXIBLE-ARCHIVO
                   INVALID KEY
                       DISPLAY "Error al anular la eleccion."
                       MOVE "N" TO DATOS-VALIDOS
               END-DELETE.
           IF DATOS-VALIDOS = "S"
               ADD 1 TO CONT-ANULADAS
               MOVE SPACE TO VALOR-DESPUES-AUDITORIA
               PERFORM ESCRIBIR-AUDITORIA-FLEXIBLE
               DISPLAY "Eleccion anulada: " IMAGEN-ELECCION.

       ESCRIBIR-AUDITORIA-FLEXIBLE.
      *Los valores antes y despues ya vienen cargados con la imagen
      *legible de la eleccion; el movimiento se marca como de
      *complemento para que el historial de cambios lo muestre tal
      *cual en lugar de compararlo campo a campo.
           OPEN EXTEND EMPLEADOS-AUDITORIA.
           IF AUDITORIA-ARCHIVO-STATUS = "35"
               OPEN OUTPUT EMPLEADOS-AUDITORIA.
           MOVE SPACE TO AUDITORIA-REGISTRO.
           ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE "C" TO AUDITORIA-OPERACION.
           MOVE ID-EMPLEADO TO AUDITORIA-EMPLEADOS-ID.
           MOVE SESION-OPERADOR-ID TO AUDITORIA-OPERADOR-ID.
           MOVE VALOR-ANTES-AUDITORIA TO AUDITORIA-VALOR-ANTES.
           MOVE VALOR-DESPUES-AUDITORIA TO AUDITORIA-VALOR-DESPUES.
           PERFORM ASIGNAR-SECUENCIA-AUDITORIA.
           WRITE AUDITORIA-REGISTRO.
           CLOSE EMPLEADOS-AUDITORIA.

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

       END PROGRAM RETRIBUCION-FLEXIBLE.

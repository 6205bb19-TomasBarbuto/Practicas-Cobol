       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTA-HABILIDADES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Catalogo de habilidades.
       COPY "copybooks/28-PhHabilidades.cbl".
      *Archivo de habilidades por empleado.
       COPY "copybooks/28-PhHabilidadesEmpleado.cbl".
      *Archivo de habilidades requeridas por plaza.
       COPY "copybooks/28-PhRequisitosPlaza.cbl".
      *Archivo maestro de plazas autorizadas.
       COPY "copybooks/28-PhPlazas.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Catalogo de habilidades.
       COPY "copybooks/28-LoHabilidades.cbl".
      *Archivo de habilidades por empleado.
       COPY "copybooks/28-LoHabilidadesEmpleado.cbl".
      *Archivo de habilidades requeridas por plaza.
       COPY "copybooks/28-LoRequisitosPlaza.cbl".
      *Archivo maestro de plazas autorizadas.
       COPY "copybooks/28-LoPlazas.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  MODO-MANTENIMIENTO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  REGISTRO-EXISTE PIC X.
       77  PLAZAS-DISPONIBLES PIC X.

       01  ID-EMPLEADO PIC X(6).
       01  CODIGO-HABILIDAD PIC X(6).
       01  DEPARTAMENTO-PLAZA PIC X(4).
       01  GRADO-PLAZA PIC X(4).

      *Nivel de dominio tecleado: de 1 (basico) a 5 (experto); el
      *cero retira la habilidad del empleado o de la plaza.
       01  NIVEL-ENTRADA PIC 9(1).
           88 NIVEL-RETIRAR VALUE 0.
           88 NIVEL-VALIDO VALUE 1 THRU 5.

       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-DE-HOY-R REDEFINES FECHA-DE-HOY.
           05 HOY-ANIO PIC 9(4).
           05 HOY-MES PIC 9(2).
           05 HOY-DIA PIC 9(2).

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del catalogo de habilidades.
       COPY "copybooks/28-EstadoHabilidades.cbl".
      *Estado del archivo de habilidades por empleado.
       COPY "copybooks/28-EstadoHabilidadesEmpleado.cbl".
      *Estado del archivo de habilidades requeridas por plaza.
       COPY "copybooks/28-EstadoRequisitosPlaza.cbl".
      *Estado del archivo maestro de plazas autorizadas.
       COPY "copybooks/28-EstadoPlazas.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM SELECCIONAR-MODO.
           MOVE "S" TO SI-NO.
           IF MODO-MANTENIMIENTO = "1"
               PERFORM MANTENER-HABILIDAD
               UNTIL SI-NO = "N"
           ELSE
           IF MODO-MANTENIMIENTO = "2"
               PERFORM REGISTRAR-NIVEL-EMPLEADO
               UNTIL SI-NO = "N"
           ELSE
               PERFORM MANTENER-REQUISITO-PLAZA
               UNTIL SI-NO = "N".
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       SELECCIONAR-MODO.
           DISPLAY "1 - Mantener catalogo de habilidades".
           DISPLAY "2 - Registrar nivel de un empleado".
           DISPLAY "3 - Habilidades requeridas por plaza".
           ACCEPT MODO-MANTENIMIENTO.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           PERFORM ABRIR-HABILIDADES.
           PERFORM ABRIR-HABILIDADES-EMPLEADO.
           PERFORM ABRIR-REQUISITOS-PLAZA.
           MOVE "S" TO PLAZAS-DISPONIBLES.
           OPEN INPUT PLAZAS-ARCHIVO.
           IF PLAZAS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO PLAZAS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE HABILIDADES-ARCHIVO.
           CLOSE HABILIDADES-EMPLEADO-ARCHIVO.
           CLOSE REQUISITOS-PLAZA-ARCHIVO.
           IF PLAZAS-DISPONIBLES = "S"
               CLOSE PLAZAS-ARCHIVO.

       ABRIR-HABILIDADES.
      *Los tres archivos de habilidades son indexados. Si todavia no
      *existen los creamos antes de abrirlos en modo aleatorio.
           OPEN I-O HABILIDADES-ARCHIVO.
           IF HABILIDADES-STATUS = "35"
               OPEN OUTPUT HABILIDADES-ARCHIVO
               CLOSE HABILIDADES-ARCHIVO
               OPEN I-O HABILIDADES-ARCHIVO.

       ABRIR-HABILIDADES-EMPLEADO.
           OPEN I-O HABILIDADES-EMPLEADO-ARCHIVO.
           IF HABILIDADES-EMPLEADO-STATUS = "35"
               OPEN OUTPUT HABILIDADES-EMPLEADO-ARCHIVO
               CLOSE HABILIDADES-EMPLEADO-ARCHIVO
               OPEN I-O HABILIDADES-EMPLEADO-ARCHIVO.

       ABRIR-REQUISITOS-PLAZA.
           OPEN I-O REQUISITOS-PLAZA-ARCHIVO.
           IF REQUISITOS-PLAZA-STATUS = "35"
               OPEN OUTPUT REQUISITOS-PLAZA-ARCHIVO
               CLOSE REQUISITOS-PLAZA-ARCHIVO
               OPEN I-O REQUISITOS-PLAZA-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       MANTENER-HABILIDAD.
           MOVE SPACE TO HABILIDAD-REGISTRO.
           DISPLAY "Codigo de habilidad (6 caracteres): ".
           ACCEPT HABILIDAD-CODIGO.
           DISPLAY "Nombre de la habilidad: ".
           ACCEPT HABILIDAD-NOMBRE.
           DISPLAY "Tipo (I idioma, M maquinaria, S software, "
                   "O otra): ".
           ACCEPT HABILIDAD-TIPO.
           IF HABILIDAD-TIPO = "i"
               MOVE "I" TO HABILIDAD-TIPO.
           IF HABILIDAD-TIPO = "m"
               MOVE "M" TO HABILIDAD-TIPO.
           IF HABILIDAD-TIPO = "s"
               MOVE "S" TO HABILIDAD-TIPO.
           IF HABILIDAD-TIPO = "o"
               MOVE "O" TO HABILIDAD-TIPO.
           IF HABILIDAD-CODIGO = SPACE OR HABILIDAD-NOMBRE = SPACE
               DISPLAY "El codigo y el nombre son obligatorios."
           ELSE
           IF NOT HABILIDAD-TIPO-VALIDO
               DISPLAY "Debes introducir I/M/S/O."
           ELSE
               PERFORM GRABAR-HABILIDAD.
           DISPLAY "¿Desea mantener otra habilidad?".
           PERFORM PREGUNTAR-SI-NO.

       GRABAR-HABILIDAD.
      *Si la habilidad ya existe se reescribe, si no se da de alta.
           MOVE "S" TO REGISTRO-EXISTE.
           WRITE HABILIDAD-REGISTRO
               INVALID KEY
                   MOVE "N" TO REGISTRO-EXISTE
           END-WRITE.
           IF REGISTRO-EXISTE = "N"
               REWRITE HABILIDAD-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar la habilidad "
                               HABILIDAD-CODIGO
               END-REWRITE
               DISPLAY "Habilidad existente actualizada.".

       REGISTRAR-NIVEL-EMPLEADO.
           PERFORM OBTENER-EMPLEADO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM OBTENER-HABILIDAD.
           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Nivel de dominio (1 basico a 5 experto, "
                       "0 la retira): "
               ACCEPT NIVEL-ENTRADA
               IF NIVEL-RETIRAR
                   PERFORM RETIRAR-NIVEL-EMPLEADO
               ELSE
               IF NIVEL-VALIDO
                   PERFORM GRABAR-NIVEL-EMPLEADO
               ELSE
                   DISPLAY "Nivel fuera de rango.".
           DISPLAY "¿Desea registrar otro nivel?".
           PERFORM PREGUNTAR-SI-NO.

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

       OBTENER-HABILIDAD.
           DISPLAY "Codigo de la habilidad: ".
           ACCEPT CODIGO-HABILIDAD.
           MOVE CODIGO-HABILIDAD TO HABILIDAD-CODIGO.
           READ HABILIDADES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "No existe ninguna habilidad con ese "
                           "codigo."
           END-READ.
           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Habilidad: " HABILIDAD-NOMBRE.

       GRABAR-NIVEL-EMPLEADO.
           MOVE SPACE TO HABEMP-REGISTRO.
           MOVE ID-EMPLEADO TO HABEMP-EMPLEADOS-ID.
           MOVE CODIGO-HABILIDAD TO HABEMP-HABILIDAD.
           MOVE NIVEL-ENTRADA TO HABEMP-NIVEL.
           MOVE FECHA-DE-HOY TO HABEMP-FECHA-EVALUACION.
           MOVE "S" TO REGISTRO-EXISTE.
           WRITE HABEMP-REGISTRO
               INVALID KEY
                   MOVE "N" TO REGISTRO-EXISTE
           END-WRITE.
           IF REGISTRO-EXISTE = "N"
               REWRITE HABEMP-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar el nivel."
               END-REWRITE
               DISPLAY "Nivel existente reevaluado.".

       RETIRAR-NIVEL-EMPLEADO.
           MOVE ID-EMPLEADO TO HABEMP-EMPLEADOS-ID.
           MOVE CODIGO-HABILIDAD TO HABEMP-HABILIDAD.
           DELETE HABILIDADES-EMPLEADO-ARCHIVO
               INVALID KEY
                   DISPLAY "El empleado no tenia esa habilidad."
               NOT INVALID KEY
                   DISPLAY "Habilidad retirada al empleado."
           END-DELETE.

       MANTENER-REQUISITO-PLAZA.
           PERFORM OBTENER-PLAZA.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM OBTENER-HABILIDAD.
           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Nivel minimo exigido (1 a 5, 0 deja de "
                       "exigirla): "
               ACCEPT NIVEL-ENTRADA
               IF NIVEL-RETIRAR
                   PERFORM RETIRAR-REQUISITO-PLAZA
               ELSE
               IF NIVEL-VALIDO
                   PERFORM GRABAR-REQUISITO-PLAZA
               ELSE
                   DISPLAY "Nivel fuera de rango.".
           DISPLAY "¿Desea mantener otro requisito?".
           PERFORM PREGUNTAR-SI-NO.

       OBTENER-PLAZA.
      *Solo se exigen habilidades a departamentos y grados que tienen
      *plazas autorizadas en el ejercicio en curso.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           IF PLAZAS-DISPONIBLES = "N"
               DISPLAY "No hay maestro de plazas autorizadas."
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Departamento de la plaza: "
               ACCEPT DEPARTAMENTO-PLAZA
               DISPLAY "Grado de la plaza: "
               ACCEPT GRADO-PLAZA
               MOVE DEPARTAMENTO-PLAZA TO PLAZA-DEPARTAMENTO
               MOVE GRADO-PLAZA TO PLAZA-GRADO
               MOVE HOY-ANIO TO PLAZA-EJERCICIO
               READ PLAZAS-ARCHIVO
                   INVALID KEY
                       MOVE "N" TO REGISTRO-ENCONTRADO
                       DISPLAY "No hay plazas autorizadas de ese "
                               "departamento y grado en el ejercicio "
                               HOY-ANIO "."
               END-READ.

       GRABAR-REQUISITO-PLAZA.
           MOVE SPACE TO REQPLAZA-REGISTRO.
           MOVE DEPARTAMENTO-PLAZA TO REQPLAZA-DEPARTAMENTO.
           MOVE GRADO-PLAZA TO REQPLAZA-GRADO.
           MOVE CODIGO-HABILIDAD TO REQPLAZA-HABILIDAD.
           MOVE NIVEL-ENTRADA TO REQPLAZA-NIVEL-MINIMO.
           MOVE "S" TO REGISTRO-EXISTE.
           WRITE REQPLAZA-REGISTRO
               INVALID KEY
                   MOVE "N" TO REGISTRO-EXISTE
           END-WRITE.
           IF REGISTRO-EXISTE = "N"
               REWRITE REQPLAZA-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar el requisito."
               END-REWRITE
               DISPLAY "Requisito existente actualizado.".

       RETIRAR-REQUISITO-PLAZA.
           MOVE DEPARTAMENTO-PLAZA TO REQPLAZA-DEPARTAMENTO.
           MOVE GRADO-PLAZA TO REQPLAZA-GRADO.
           MOVE CODIGO-HABILIDAD TO REQPLAZA-HABILIDAD.
           DELETE REQUISITOS-PLAZA-ARCHIVO
               INVALID KEY
                   DISPLAY "La plaza no exigia esa habilidad."
               NOT INVALID KEY
                   DISPLAY "La plaza deja de exigir la habilidad."
           END-DELETE.

       PREGUNTAR-SI-NO.
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO NOT = "S"
               MOVE "N" TO SI-NO.

       END PROGRAM ALTA-HABILIDADES.

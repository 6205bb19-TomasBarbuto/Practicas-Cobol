       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOCION-PRESUPUESTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Borrador de presupuesto salarial del ejercicio siguiente.
       COPY "copybooks/28-PhBorradorPresupuesto.cbl".
      *Archivo maestro de presupuestos salariales.
       COPY "copybooks/28-PhPresupuestos.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Borrador de presupuesto salarial del ejercicio siguiente.
       COPY "copybooks/28-LoBorradorPresupuesto.cbl".
      *Archivo maestro de presupuestos salariales.
       COPY "copybooks/28-LoPresupuestos.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
       77  FIN-BORRADOR PIC X.
       77  SI-NO PIC X.
       77  REGISTRO-EXISTE PIC X.
       77  BORRADOR-VALIDO PIC X VALUE "S".
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  SUB-I PIC 9(2) COMP VALUE 0.
       77  POSICION-DEPARTAMENTO PIC 9(2) COMP VALUE 0.
       77  CONT-DEPARTAMENTOS PIC 9(2) COMP VALUE 0.
       77  CONT-PROMOVIDOS PIC 9(2) COMP VALUE 0.
       77  CONT-RECHAZADOS PIC 9(2) COMP VALUE 0.

       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-DE-HOY-R REDEFINES FECHA-DE-HOY.
           05 HOY-ANIO PIC 9(4).
           05 HOY-MES-DIA PIC 9(4).
       01  EJERCICIO-BORRADOR PIC 9(4) VALUE 0.

      *Presupuesto anual de salarios de cada departamento del
      *borrador: la suma de los doce meses de salarios (con meritos,
      *trienios y vacantes). Es la misma masa que CONTROL-PRESUPUESTO
      *proyecta (doce mensualidades) para contrastar cada subida, por
      *eso pagas y cuota patronal se quedan en el borrador como
      *informacion de coste y no pasan al maestro.
       01  TABLA-DEPARTAMENTOS.
           05 PROMOCION-FILA OCCURS 50 TIMES.
               10 PROMOCION-DEPARTAMENTO PIC X(4).
               10 PROMOCION-ANUAL PIC 9(9)V99.

       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
       01  IMPORTE-EDITADO-2 PIC $$$,$$$,$$9.99.
       01  EJERCICIO-ANTERIOR-EDITADO PIC 9(4).

      *Estado del borrador de presupuesto salarial.
       COPY "copybooks/28-EstadoBorradorPresupuesto.cbl".
      *Estado del archivo maestro de presupuestos salariales.
       COPY "copybooks/28-EstadoPresupuestos.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Pasar el presupuesto al maestro es un trabajo de salarios y
      *requiere rol de supervisor.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           IF SESION-AUTORIZADO NOT = "S"
               DISPLAY "Acceso denegado."
               STOP RUN.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM CARGAR-BORRADOR THRU CARGAR-BORRADOR-FIN.
           IF BORRADOR-VALIDO = "S"
               PERFORM COMPROBAR-EJERCICIO.
           IF BORRADOR-VALIDO = "S"
               PERFORM PROMOVER-BORRADOR.
           STOP RUN.

       CARGAR-BORRADOR.
           OPEN INPUT BORRADOR-PRESUPUESTO-ARCHIVO.
           IF BORRADOR-PRESUPUESTO-STATUS NOT = "00"
               DISPLAY "No hay borrador de presupuesto: ejecute antes "
                       "PREPARACION-PRESUPUESTO."
               MOVE "N" TO BORRADOR-VALIDO
               GO TO CARGAR-BORRADOR-FIN.
           MOVE "N" TO FIN-BORRADOR.
           PERFORM LEER-LINEA-BORRADOR
           UNTIL FIN-BORRADOR = "S".
           CLOSE BORRADOR-PRESUPUESTO-ARCHIVO.
           IF CONT-DEPARTAMENTOS = 0
               DISPLAY "El borrador de presupuesto esta vacio."
               MOVE "N" TO BORRADOR-VALIDO.

       CARGAR-BORRADOR-FIN.
           EXIT.

       LEER-LINEA-BORRADOR.
           READ BORRADOR-PRESUPUESTO-ARCHIVO
               AT END
                   MOVE "S" TO FIN-BORRADOR
               NOT AT END
                   PERFORM ACUMULAR-LINEA-BORRADOR
           END-READ.

       ACUMULAR-LINEA-BORRADOR.
      *Todas las lineas tienen que ser del mismo ejercicio: un
      *borrador mezclado se rechaza entero.
           IF EJERCICIO-BORRADOR = 0
               MOVE BORRPRES-EJERCICIO TO EJERCICIO-BORRADOR.
           IF BORRPRES-EJERCICIO NOT = EJERCICIO-BORRADOR
               IF BORRADOR-VALIDO = "S"
                   DISPLAY "El borrador mezcla los ejercicios "
                           EJERCICIO-BORRADOR " y "
                           BORRPRES-EJERCICIO ", no se promueve."
                   MOVE "N" TO BORRADOR-VALIDO.
           PERFORM BUSCAR-DEPARTAMENTO-EN-TABLA.
           IF POSICION-DEPARTAMENTO = 0
               IF CONT-DEPARTAMENTOS < 50
                   ADD 1 TO CONT-DEPARTAMENTOS
                   MOVE CONT-DEPARTAMENTOS TO POSICION-DEPARTAMENTO
                   MOVE BORRPRES-DEPARTAMENTO
                       TO PROMOCION-DEPARTAMENTO
                          (POSICION-DEPARTAMENTO)
                   MOVE ZERO
                       TO PROMOCION-ANUAL (POSICION-DEPARTAMENTO)
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 50 departamentos en el "
                               "borrador, no se promueven los "
                               "siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.
           IF POSICION-DEPARTAMENTO > 0
               ADD BORRPRES-SALARIOS
                   TO PROMOCION-ANUAL (POSICION-DEPARTAMENTO).

       BUSCAR-DEPARTAMENTO-EN-TABLA.
           MOVE 0 TO POSICION-DEPARTAMENTO.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-DEPARTAMENTO
           UNTIL SUB-I > CONT-DEPARTAMENTOS OR
                 POSICION-DEPARTAMENTO > 0.

       COMPARAR-FILA-DEPARTAMENTO.
           IF PROMOCION-DEPARTAMENTO (SUB-I) = BORRPRES-DEPARTAMENTO
               MOVE SUB-I TO POSICION-DEPARTAMENTO.
           ADD 1 TO SUB-I.

       COMPROBAR-EJERCICIO.
      *El maestro guarda un solo ejercicio por departamento y
      *CONTROL-PRESUPUESTO contrasta las subidas con el del
      *ejercicio en curso: promover antes de tiempo dejaria sin
      *control lo que queda del ejercicio. El borrador se revisa al
      *final del anio y se promueve al empezar su ejercicio.
           IF EJERCICIO-BORRADOR > HOY-ANIO
               DISPLAY "El borrador es del ejercicio "
                       EJERCICIO-BORRADOR ", todavia no ha empezado."
               DISPLAY "Promuevalo a partir del 1 de enero para no "
                       "dejar sin presupuesto el ejercicio "
                       HOY-ANIO "."
               MOVE "N" TO BORRADOR-VALIDO.
           IF EJERCICIO-BORRADOR < HOY-ANIO
               DISPLAY "El borrador es de un ejercicio pasado ("
                       EJERCICIO-BORRADOR "), prepare uno nuevo."
               MOVE "N" TO BORRADOR-VALIDO.

       PROMOVER-BORRADOR.
           PERFORM ABRIR-PRESUPUESTOS.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           DISPLAY " ".
           DISPLAY "PRESUPUESTO SALARIAL " EJERCICIO-BORRADOR
                   " SEGUN EL BORRADOR".
           MOVE 1 TO SUB-I.
           PERFORM MOSTRAR-FILA-BORRADOR
           UNTIL SUB-I > CONT-DEPARTAMENTOS.
           DISPLAY "¿Pasar estos importes al maestro de "
                   "presupuestos? (S/N)".
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO = "S"
               MOVE 1 TO SUB-I
               PERFORM GRABAR-PRESUPUESTO
               UNTIL SUB-I > CONT-DEPARTAMENTOS
               DISPLAY "Presupuestos promovidos:  " CONT-PROMOVIDOS
               DISPLAY "Departamentos rechazados: " CONT-RECHAZADOS
           ELSE
               DISPLAY "Promocion cancelada, el maestro no cambia.".
           CLOSE PRESUPUESTOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.

       ABRIR-PRESUPUESTOS.
      *El maestro de presupuestos es un archivo indexado. Si todavia
      *no existe lo creamos antes de abrirlo en modo aleatorio.
           OPEN I-O PRESUPUESTOS-ARCHIVO.
           IF PRESUPUESTOS-ARCHIVO-STATUS = "35"
               OPEN OUTPUT PRESUPUESTOS-ARCHIVO
               CLOSE PRESUPUESTOS-ARCHIVO
               OPEN I-O PRESUPUESTOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF PRESUPUESTOS-ARCHIVO-STATUS NOT = "00" AND
              PRESUPUESTOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       PRESUPUESTOS-ARCHIVO-STATUS.

       MOSTRAR-FILA-BORRADOR.
      *Junto al importe nuevo se muestra el que hay ahora en el
      *maestro para que el supervisor vea la variacion.
           MOVE PROMOCION-ANUAL (SUB-I) TO IMPORTE-EDITADO.
           MOVE PROMOCION-DEPARTAMENTO (SUB-I)
               TO PRESUPUESTO-DEPARTAMENTO.
           READ PRESUPUESTOS-ARCHIVO
               INVALID KEY
                   DISPLAY PROMOCION-DEPARTAMENTO (SUB-I) " "
                           IMPORTE-EDITADO "  (sin presupuesto)"
               NOT INVALID KEY
                   MOVE PRESUPUESTO-ANUAL TO IMPORTE-EDITADO-2
                   MOVE PRESUPUESTO-EJERCICIO
                       TO EJERCICIO-ANTERIOR-EDITADO
                   DISPLAY PROMOCION-DEPARTAMENTO (SUB-I) " "
                           IMPORTE-EDITADO "  (actual "
                           EJERCICIO-ANTERIOR-EDITADO ": "
                           IMPORTE-EDITADO-2 ")"
           END-READ.
           ADD 1 TO SUB-I.

       GRABAR-PRESUPUESTO.
      *Alta o reescritura del departamento, igual que en
      *ALTA-PRESUPUESTOS; un departamento que ya no existe en el
      *maestro de departamentos no se promueve.
           MOVE PROMOCION-DEPARTAMENTO (SUB-I) TO DEPARTAMENTOS-CODIGO.
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   ADD 1 TO CONT-RECHAZADOS
                   DISPLAY "No existe el departamento "
                           PROMOCION-DEPARTAMENTO (SUB-I)
                           ", no se promueve."
               NOT INVALID KEY
                   PERFORM ESCRIBIR-PRESUPUESTO
           END-READ.
           ADD 1 TO SUB-I.

       ESCRIBIR-PRESUPUESTO.
           MOVE SPACE TO PRESUPUESTO-REGISTRO.
           MOVE PROMOCION-DEPARTAMENTO (SUB-I)
               TO PRESUPUESTO-DEPARTAMENTO.
           MOVE EJERCICIO-BORRADOR TO PRESUPUESTO-EJERCICIO.
           MOVE PROMOCION-ANUAL (SUB-I) TO PRESUPUESTO-ANUAL.
           MOVE "S" TO REGISTRO-EXISTE.
           WRITE PRESUPUESTO-REGISTRO
               INVALID KEY
                   MOVE "N" TO REGISTRO-EXISTE
           END-WRITE.
           IF REGISTRO-EXISTE = "N"
               REWRITE PRESUPUESTO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar el presupuesto "
                               "del departamento "
                               PRESUPUESTO-DEPARTAMENTO
               END-REWRITE.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           ADD 1 TO CONT-PROMOVIDOS.

       END PROGRAM PROMOCION-PRESUPUESTO.

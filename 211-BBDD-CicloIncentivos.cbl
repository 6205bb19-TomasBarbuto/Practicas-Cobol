       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLO-INCENTIVOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de evaluaciones anuales de desempenio.
       COPY "copybooks/28-PhEvaluaciones.cbl".
      *Archivo de ausencias registradas.
       COPY "copybooks/28-PhAusencias.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".
      *Archivo de retribucion variable anual.
       COPY "copybooks/28-PhIncentivos.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de evaluaciones anuales de desempenio.
       COPY "copybooks/28-LoEvaluaciones.cbl".
      *Archivo de ausencias registradas.
       COPY "copybooks/28-LoAusencias.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".
      *Archivo de retribucion variable anual.
       COPY "copybooks/28-LoIncentivos.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de dias laborables.
       COPY "copybooks/28-LkLaborables.cbl".
       77  LEE-TODO PIC X.
       77  FIN-AUSENCIAS PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  GRABAR-PAGOS PIC X.
       77  PASADA PIC X.
           88 PASADA-TEORICA VALUE "1".
           88 PASADA-REPARTO VALUE "2".
       77  PARAMETROS-DISPONIBLES PIC X VALUE "N".
       77  AUSENCIAS-DISPONIBLES PIC X VALUE "N".
       77  EVALUACIONES-DISPONIBLES PIC X VALUE "N".
       77  EMPLEADO-ELEGIBLE PIC X.
       77  INCENTIVO-EXISTE PIC X.
       77  SUB-D PIC 9(2) COMP VALUE 0.
       77  SUB-V PIC 9(2) COMP VALUE 0.
       77  POSICION-DEPTO PIC 9(2) COMP VALUE 0.
       77  POSICION-VALORACION PIC 9(2) COMP VALUE 0.
       77  CONT-DEPARTAMENTOS PIC 9(2) COMP VALUE 0.
       77  CONT-ELEGIBLES PIC 9(5) COMP VALUE 0.
       77  CONT-EXCLUIDOS PIC 9(5) COMP VALUE 0.
       77  CONT-YA-PAGADOS PIC 9(5) COMP VALUE 0.
       77  CONT-GRABADOS PIC 9(5) COMP VALUE 0.
       77  CONT-ANULADOS PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-DE-HOY-R REDEFINES FECHA-DE-HOY.
           05 HOY-ANIO PIC 9(4).
           05 FILLER PIC 9(4).
       01  CAMPANIA-X PIC X(4).
       01  CAMPANIA-9 REDEFINES CAMPANIA-X PIC 9(4).
       01  CAMPANIA PIC 9(4).
       01  INICIO-CAMPANIA PIC 9(8).
       01  FIN-CAMPANIA PIC 9(8).

      *Pagas al anio sobre las que se aplica el porcentaje objetivo,
      *las mismas que proyecta CALCULO-TIPO-IRPF.
       01  PAGAS-ANUALES PIC 9(2) VALUE 14.

      *Porcentaje objetivo sobre el salario anual. Rige el general
      *(parametro INCENT-OBJETIVO) salvo que el grado del empleado
      *tenga el suyo (INCENT-OBJETIVO- seguido del grado).
       01  OBJETIVO-GENERAL PIC 9(3)V99 VALUE 10.
       01  OBJETIVO-EMPLEADO PIC 9(3)V99.

      *Factor de cada valoracion de la evaluacion sobre el objetivo,
      *parametrizable con INCENT-FACTOR- seguido de la valoracion.
       01  VALORACIONES-VALORES.
           05 FILLER PIC X(5) VALUE "A 150".
           05 FILLER PIC X(5) VALUE "B 100".
           05 FILLER PIC X(5) VALUE "C 050".
           05 FILLER PIC X(5) VALUE "D 000".
       01  VALORACIONES REDEFINES VALORACIONES-VALORES.
           05 VALORACION-FILA OCCURS 4 TIMES.
               10 VALORACION-CODIGO PIC X(2).
               10 VALORACION-FACTOR PIC 9(1)V99.

      *Bolsa de cada departamento, fijada por finanzas en el maestro
      *de parametros con el nombre INCENT-BOLSA- seguido del
      *departamento. La primera pasada suma lo que costaria pagar a
      *todos el incentivo teorico; si pasa de la bolsa (descontado
      *lo ya pagado de la campania) se reduce a todos por igual con
      *el factor de bolsa en la segunda pasada.
       01  TABLA-DEPARTAMENTOS.
           05 DEPTO-FILA OCCURS 50 TIMES.
               10 DEPTO-CODIGO PIC X(4).
               10 DEPTO-TIENE-BOLSA PIC X(1).
               10 DEPTO-BOLSA PIC 9(9)V99.
               10 DEPTO-PAGADO PIC 9(9)V99.
               10 DEPTO-TEORICO PIC 9(9)V99.
               10 DEPTO-FACTOR PIC 9(1)V9(6).
               10 DEPTO-REPARTIDO PIC 9(9)V99.
               10 DEPTO-EMPLEADOS PIC 9(5) COMP.
       01  DISPONIBLE-DEPTO PIC S9(9)V99.

      *Calculo del empleado en curso.
       01  PUESTO-DESDE PIC 9(8).
       01  DIAS-CAMPANIA PIC 9(3).
       01  DIAS-PUESTO PIC 9(3).
       01  DIAS-PERMISO PIC 9(3).
       01  TRAMO-DESDE PIC 9(8).
       01  TRAMO-HASTA PIC 9(8).
       01  JORNADA-EMPLEADO PIC 9(3)V99.
       01  IMPORTE-TEORICO PIC 9(7)V99.
       01  IMPORTE-INCENTIVO PIC 9(7)V99.
       01  MOTIVO-EXCLUSION PIC X(40).

       01  TOTAL-TEORICO PIC 9(9)V99 VALUE 0.
       01  TOTAL-REPARTIDO PIC 9(9)V99 VALUE 0.

       01  OBJETIVO-EDITADO PIC ZZ9.99.
       01  FACTOR-EDITADO PIC 9.99.
       01  FACTOR-BOLSA-EDITADO PIC 9.9999.
       01  DIAS-EDITADOS PIC ZZ9.
       01  DIAS-EDITADOS-2 PIC ZZ9.
       01  IMPORTE-EDITADO PIC $$$$,$$9.99.
       01  IMPORTE-EDITADO-2 PIC $$$$,$$9.99.
       01  TOTAL-EDITADO PIC $$$,$$$,$$9.99.
       01  TOTAL-EDITADO-2 PIC $$$,$$$,$$9.99.

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de evaluaciones.
       COPY "copybooks/28-EstadoEvaluaciones.cbl".
      *Estado del archivo de ausencias.
       COPY "copybooks/28-EstadoAusencias.cbl".
      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".
      *Estado del archivo de retribucion variable anual.
       COPY "copybooks/28-EstadoIncentivos.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Ciclo anual de retribucion variable: convierte las
      *valoraciones de la campania en incentivos dentro de la bolsa
      *de cada departamento, con un informe de revision y, si se
      *pide, los pagos pendientes que cobrara la siguiente nomina.
      *Se puede repetir hasta que la nomina los pague: cada pasada
      *sustituye los pendientes de la anterior.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO NOT = "S"
               DISPLAY "Acceso denegado."
           ELSE
               PERFORM PEDIR-CAMPANIA
               PERFORM PEDIR-MODO
               PERFORM PROCEDIMIENTO-DE-APERTURA
               IF EVALUACIONES-DISPONIBLES = "N"
                   DISPLAY "No hay archivo de evaluaciones, el ciclo "
                           "de incentivos no se ejecuta."
               ELSE
                   PERFORM LEER-PARAMETROS-GENERALES
                   PERFORM ABRIR-INFORME
                   MOVE "1" TO PASADA
                   PERFORM RECORRER-EMPLEADOS
                   PERFORM CALCULAR-FACTORES-BOLSA
                   MOVE "2" TO PASADA
                   PERFORM RECORRER-EMPLEADOS
                   PERFORM IMPRIMIR-DEPARTAMENTOS
                   PERFORM IMPRIMIR-CONTROL
                   PERFORM CERRAR-INFORME
               END-IF
               PERFORM PROCEDIMIENTO-DE-CIERRE
               PERFORM MOSTRAR-RESUMEN.
           STOP RUN.

       VALIDAR-OPERADOR.
      *Los trabajos de salarios requieren rol de supervisor, igual
      *que AUMENTO-MERITOS.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       PEDIR-CAMPANIA.
      *El ciclo se corre a principios de anio sobre la campania de
      *evaluacion del ejercicio que acaba de cerrar.
           DISPLAY "Campania de evaluacion (AAAA, en blanco = "
                   "ejercicio anterior): ".
           MOVE SPACE TO CAMPANIA-X.
           ACCEPT CAMPANIA-X.
           IF CAMPANIA-X NOT NUMERIC
               COMPUTE CAMPANIA = HOY-ANIO - 1
           ELSE
               MOVE CAMPANIA-9 TO CAMPANIA.
           IF CAMPANIA > HOY-ANIO
               COMPUTE CAMPANIA = HOY-ANIO - 1
               DISPLAY "Campania no valida, se usa " CAMPANIA.
           COMPUTE INICIO-CAMPANIA = CAMPANIA * 10000 + 0101.
           COMPUTE FIN-CAMPANIA = CAMPANIA * 10000 + 1231.

       PEDIR-MODO.
           MOVE SPACE TO GRABAR-PAGOS.
           PERFORM PREGUNTAR-MODO
           UNTIL GRABAR-PAGOS = "S" OR GRABAR-PAGOS = "N".

       PREGUNTAR-MODO.
           DISPLAY "¿Grabar los pagos pendientes para la nomina? "
                   "(N = solo informe de revision)".
           ACCEPT GRABAR-PAGOS.
           IF GRABAR-PAGOS = "s"
               MOVE "S" TO GRABAR-PAGOS.
           IF GRABAR-PAGOS = "n"
               MOVE "N" TO GRABAR-PAGOS.
           IF GRABAR-PAGOS NOT = "S" AND GRABAR-PAGOS NOT = "N"
               DISPLAY "Debes introducir S/N.".

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "S" TO EVALUACIONES-DISPONIBLES.
           OPEN INPUT EVALUACIONES-ARCHIVO.
           IF EVALUACIONES-ARCHIVO-STATUS = "35"
               MOVE "N" TO EVALUACIONES-DISPONIBLES.
      *Sin archivo de ausencias nadie tiene permisos que prorratear.
           MOVE "S" TO AUSENCIAS-DISPONIBLES.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           IF AUSENCIAS-ARCHIVO-STATUS = "35"
               MOVE "N" TO AUSENCIAS-DISPONIBLES.
      *Sin maestro de parametros ningun departamento tiene bolsa.
           MOVE "S" TO PARAMETROS-DISPONIBLES.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               MOVE "N" TO PARAMETROS-DISPONIBLES.
           PERFORM ABRIR-INCENTIVOS.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF EVALUACIONES-DISPONIBLES = "S"
               CLOSE EVALUACIONES-ARCHIVO.
           IF AUSENCIAS-DISPONIBLES = "S"
               CLOSE AUSENCIAS-ARCHIVO.
           IF PARAMETROS-DISPONIBLES = "S"
               CLOSE PARAMETROS-ARCHIVO.
           CLOSE INCENTIVOS-ARCHIVO.

       ABRIR-INCENTIVOS.
      *El archivo de incentivos es indexado. Si todavia no existe lo
      *creamos antes de abrirlo en modo aleatorio.
           OPEN I-O INCENTIVOS-ARCHIVO.
           IF INCENTIVOS-ARCHIVO-STATUS = "35"
               OPEN OUTPUT INCENTIVOS-ARCHIVO
               CLOSE INCENTIVOS-ARCHIVO
               OPEN I-O INCENTIVOS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       LEER-PARAMETROS-GENERALES.
           IF PARAMETROS-DISPONIBLES = "S"
               MOVE "INCENT-OBJETIVO" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO OBJETIVO-GENERAL
               END-READ
               MOVE 1 TO SUB-V
               PERFORM LEER-FACTOR-VALORACION
               UNTIL SUB-V > 4.

       LEER-FACTOR-VALORACION.
           MOVE SPACE TO PARAMETRO-NOMBRE.
           STRING "INCENT-FACTOR-" DELIMITED BY SIZE
                  VALORACION-CODIGO (SUB-V) DELIMITED BY SPACE
               INTO PARAMETRO-NOMBRE.
           READ PARAMETROS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PARAMETRO-VALOR TO VALORACION-FACTOR (SUB-V)
           END-READ.
           ADD 1 TO SUB-V.

       RECORRER-EMPLEADOS.
      *Las dos pasadas recorren el maestro completo con el mismo
      *calculo; la segunda vuelve a abrirlo para empezar de nuevo.
           IF PASADA-REPARTO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
               PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM PROCESAR-EMPLEADO
           UNTIL LEE-TODO = "1".

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "1" TO LEE-TODO.

       PROCESAR-EMPLEADO.
           IF EMPLEADOS-ACTIVO
               PERFORM VALORAR-EMPLEADO THRU VALORAR-EMPLEADO-FIN
               IF PASADA-TEORICA
                   IF EMPLEADO-ELEGIBLE = "S"
                       ADD IMPORTE-TEORICO
                           TO DEPTO-TEORICO (POSICION-DEPTO)
                       ADD 1 TO DEPTO-EMPLEADOS (POSICION-DEPTO)
                   END-IF
               ELSE
                   PERFORM REPARTIR-INCENTIVO.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       VALORAR-EMPLEADO.
      *Incentivo teorico del empleado: salario anual de su jornada
      *por el objetivo de su grado y el factor de su valoracion,
      *prorrateado por los dias laborables en el puesto durante la
      *campania. Deja en MOTIVO-EXCLUSION por que no lo tiene.
           MOVE "N" TO EMPLEADO-ELEGIBLE.
           MOVE "N" TO INCENTIVO-EXISTE.
           MOVE ZERO TO IMPORTE-TEORICO.
           MOVE SPACE TO MOTIVO-EXCLUSION.
      *El incentivo de una pasada anterior se lee antes de nada para
      *poder anularlo si el empleado ya no tiene derecho.
           MOVE EMPLEADOS-ID TO INCENTIVO-EMPLEADOS-ID.
           MOVE CAMPANIA TO INCENTIVO-CAMPANIA.
           READ INCENTIVOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO INCENTIVO-EXISTE
           END-READ.
           IF EMPLEADOS-FECHA-ALTA > FIN-CAMPANIA
               MOVE "ALTA POSTERIOR A LA CAMPANIA"
                   TO MOTIVO-EXCLUSION
               GO TO VALORAR-EMPLEADO-FIN.
           PERFORM BUSCAR-DEPARTAMENTO.
           IF POSICION-DEPTO = 0
               MOVE "DEPARTAMENTO SIN BOLSA" TO MOTIVO-EXCLUSION
               GO TO VALORAR-EMPLEADO-FIN.
           MOVE EMPLEADOS-ID TO EVALUACION-EMPLEADOS-ID.
           MOVE CAMPANIA TO EVALUACION-CAMPANIA.
           READ EVALUACIONES-ARCHIVO
               INVALID KEY
                   MOVE "SIN EVALUACION EN LA CAMPANIA"
                       TO MOTIVO-EXCLUSION
           END-READ.
           IF MOTIVO-EXCLUSION NOT = SPACE
               GO TO VALORAR-EMPLEADO-FIN.
           MOVE 0 TO POSICION-VALORACION.
           MOVE 1 TO SUB-V.
           PERFORM BUSCAR-VALORACION
           UNTIL SUB-V > 4 OR POSICION-VALORACION > 0.
           IF POSICION-VALORACION = 0
               MOVE "VALORACION NO RECONOCIDA" TO MOTIVO-EXCLUSION
               GO TO VALORAR-EMPLEADO-FIN.
      *Lo que la nomina ya pago de esta campania no se recalcula:
      *cuenta como gastado de la bolsa del departamento.
           IF INCENTIVO-EXISTE = "S" AND INCENTIVO-PAGADO
               MOVE "YA PAGADO EN NOMINA" TO MOTIVO-EXCLUSION
               IF PASADA-TEORICA
                   ADD INCENTIVO-IMPORTE
                       TO DEPTO-PAGADO (POSICION-DEPTO)
               END-IF
               GO TO VALORAR-EMPLEADO-FIN.
           PERFORM BUSCAR-OBJETIVO-GRADO.
           PERFORM CALCULAR-TIEMPO-PUESTO THRU CALCULAR-TIEMPO-FIN.
           IF DIAS-PUESTO = 0 OR DIAS-CAMPANIA = 0
               MOVE "SIN DIAS EN EL PUESTO" TO MOTIVO-EXCLUSION
               GO TO VALORAR-EMPLEADO-FIN.
           MOVE 100 TO JORNADA-EMPLEADO.
           IF EMPLEADOS-JORNADA-PORCENTAJE NUMERIC AND
              EMPLEADOS-JORNADA-PORCENTAJE > 0
               MOVE EMPLEADOS-JORNADA-PORCENTAJE TO JORNADA-EMPLEADO.
           COMPUTE IMPORTE-TEORICO ROUNDED =
                   EMPLEADOS-SALARIO * PAGAS-ANUALES
                   * JORNADA-EMPLEADO / 100
                   * OBJETIVO-EMPLEADO / 100
                   * VALORACION-FACTOR (POSICION-VALORACION)
                   * DIAS-PUESTO / DIAS-CAMPANIA.
           IF IMPORTE-TEORICO = 0
               MOVE "VALORACION SIN INCENTIVO" TO MOTIVO-EXCLUSION
               GO TO VALORAR-EMPLEADO-FIN.
           MOVE "S" TO EMPLEADO-ELEGIBLE.

       VALORAR-EMPLEADO-FIN.
           EXIT.

       BUSCAR-DEPARTAMENTO.
      *Busca la fila del departamento y la da de alta con su bolsa
      *la primera vez que aparece. Un departamento sin bolsa deja
      *POSICION-DEPTO a cero.
           MOVE 0 TO POSICION-DEPTO.
           MOVE 1 TO SUB-D.
           PERFORM COMPARAR-FILA-DEPTO
           UNTIL SUB-D > CONT-DEPARTAMENTOS OR POSICION-DEPTO > 0.
           IF POSICION-DEPTO = 0
               PERFORM ANIADIR-DEPARTAMENTO.
           IF POSICION-DEPTO > 0
               IF DEPTO-TIENE-BOLSA (POSICION-DEPTO) = "N"
                   MOVE 0 TO POSICION-DEPTO.

       COMPARAR-FILA-DEPTO.
           IF DEPTO-CODIGO (SUB-D) = EMPLEADOS-DEPARTAMENTO
               MOVE SUB-D TO POSICION-DEPTO.
           ADD 1 TO SUB-D.

       ANIADIR-DEPARTAMENTO.
           IF CONT-DEPARTAMENTOS < 50
               ADD 1 TO CONT-DEPARTAMENTOS
               MOVE CONT-DEPARTAMENTOS TO POSICION-DEPTO
               MOVE EMPLEADOS-DEPARTAMENTO
                   TO DEPTO-CODIGO (POSICION-DEPTO)
               MOVE "N" TO DEPTO-TIENE-BOLSA (POSICION-DEPTO)
               MOVE ZERO TO DEPTO-BOLSA (POSICION-DEPTO)
               MOVE ZERO TO DEPTO-PAGADO (POSICION-DEPTO)
               MOVE ZERO TO DEPTO-TEORICO (POSICION-DEPTO)
               MOVE 1 TO DEPTO-FACTOR (POSICION-DEPTO)
               MOVE ZERO TO DEPTO-REPARTIDO (POSICION-DEPTO)
               MOVE ZERO TO DEPTO-EMPLEADOS (POSICION-DEPTO)
               PERFORM LEER-BOLSA-DEPARTAMENTO
           ELSE
               DISPLAY "Mas de 50 departamentos, el "
                       EMPLEADOS-DEPARTAMENTO " queda sin bolsa.".

       LEER-BOLSA-DEPARTAMENTO.
           IF PARAMETROS-DISPONIBLES = "S"
               MOVE SPACE TO PARAMETRO-NOMBRE
               STRING "INCENT-BOLSA-" DELIMITED BY SIZE
                      EMPLEADOS-DEPARTAMENTO DELIMITED BY SIZE
                   INTO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO DEPTO-TIENE-BOLSA (POSICION-DEPTO)
                       MOVE PARAMETRO-VALOR
                           TO DEPTO-BOLSA (POSICION-DEPTO)
               END-READ.

       BUSCAR-VALORACION.
           IF VALORACION-CODIGO (SUB-V) = EVALUACION-VALORACION
               MOVE SUB-V TO POSICION-VALORACION.
           ADD 1 TO SUB-V.

       BUSCAR-OBJETIVO-GRADO.
           MOVE OBJETIVO-GENERAL TO OBJETIVO-EMPLEADO.
           IF PARAMETROS-DISPONIBLES = "S" AND
              EMPLEADOS-GRADO NOT = SPACE
               MOVE SPACE TO PARAMETRO-NOMBRE
               STRING "INCENT-OBJETIVO-" DELIMITED BY SIZE
                      EMPLEADOS-GRADO DELIMITED BY SIZE
                   INTO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO OBJETIVO-EMPLEADO
               END-READ.

       CALCULAR-TIEMPO-PUESTO.
      *Dias laborables de la campania y de ellos los que el empleado
      *estuvo en el puesto: desde su fecha de alta si entro a mitad
      *de anio y descontando los permisos sin sueldo, igual que los
      *descuenta la nomina.
           MOVE INICIO-CAMPANIA TO PUESTO-DESDE.
           IF EMPLEADOS-FECHA-ALTA > INICIO-CAMPANIA
               MOVE EMPLEADOS-FECHA-ALTA TO PUESTO-DESDE.
           MOVE INICIO-CAMPANIA TO TRAMO-DESDE.
           MOVE FIN-CAMPANIA TO TRAMO-HASTA.
           PERFORM CONTAR-LABORABLES.
           MOVE LABORABLES-RESULTADO-DIAS TO DIAS-CAMPANIA.
           MOVE PUESTO-DESDE TO TRAMO-DESDE.
           PERFORM CONTAR-LABORABLES.
           MOVE LABORABLES-RESULTADO-DIAS TO DIAS-PUESTO.
           MOVE ZERO TO DIAS-PERMISO.
           IF AUSENCIAS-DISPONIBLES = "N"
               GO TO CALCULAR-TIEMPO-FIN.
           MOVE "N" TO FIN-AUSENCIAS.
           MOVE EMPLEADOS-ID TO AUSENCIA-EMPLEADOS-ID.
           MOVE ZEROES TO AUSENCIA-FECHA-DESDE.
           START AUSENCIAS-ARCHIVO KEY IS NOT LESS THAN AUSENCIA-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-AUSENCIAS
           END-START.
           IF FIN-AUSENCIAS = "N"
               PERFORM LEER-AUSENCIA-SIGUIENTE.
           PERFORM VALORAR-TRAMO-PERMISO
           UNTIL FIN-AUSENCIAS = "S".
           IF DIAS-PERMISO > DIAS-PUESTO
               MOVE DIAS-PUESTO TO DIAS-PERMISO.
           SUBTRACT DIAS-PERMISO FROM DIAS-PUESTO.

       CALCULAR-TIEMPO-FIN.
           EXIT.

       LEER-AUSENCIA-SIGUIENTE.
           READ AUSENCIAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-AUSENCIAS
           END-READ.
           IF FIN-AUSENCIAS = "N" AND
              AUSENCIA-EMPLEADOS-ID NOT = EMPLEADOS-ID
               MOVE "S" TO FIN-AUSENCIAS.

       VALORAR-TRAMO-PERMISO.
      *Dias laborables de la parte del permiso dentro del tiempo en
      *el puesto de la campania.
           IF AUSENCIA-PERMISO AND
              AUSENCIA-FECHA-DESDE NOT > FIN-CAMPANIA AND
              AUSENCIA-FECHA-HASTA NOT < PUESTO-DESDE
               MOVE AUSENCIA-FECHA-DESDE TO TRAMO-DESDE
               IF TRAMO-DESDE < PUESTO-DESDE
                   MOVE PUESTO-DESDE TO TRAMO-DESDE
               END-IF
               MOVE AUSENCIA-FECHA-HASTA TO TRAMO-HASTA
               IF TRAMO-HASTA > FIN-CAMPANIA
                   MOVE FIN-CAMPANIA TO TRAMO-HASTA
               END-IF
               PERFORM CONTAR-LABORABLES
               ADD LABORABLES-RESULTADO-DIAS TO DIAS-PERMISO.
           PERFORM LEER-AUSENCIA-SIGUIENTE.

       CONTAR-LABORABLES.
           MOVE SPACE TO LABORABLES-PETICION.
           MOVE "E" TO LABORABLES-OPERACION.
           MOVE EMPLEADOS-SUCURSAL TO LABORABLES-SUCURSAL.
           MOVE TRAMO-DESDE TO LABORABLES-FECHA-DESDE.
           MOVE TRAMO-HASTA TO LABORABLES-FECHA-HASTA.
           MOVE ZERO TO LABORABLES-RESULTADO-DIAS.
           CALL "DIAS-LABORABLES" USING LABORABLES-PETICION.

       CALCULAR-FACTORES-BOLSA.
      *Si los incentivos teoricos de un departamento pasan de lo que
      *queda de su bolsa, todos se reducen en la misma proporcion.
      *El factor se trunca y cada importe tambien, para que el
      *reparto nunca pase de la bolsa por redondeos.
           MOVE 1 TO SUB-D.
           PERFORM CALCULAR-FACTOR-DEPTO
           UNTIL SUB-D > CONT-DEPARTAMENTOS.

       CALCULAR-FACTOR-DEPTO.
           MOVE 1 TO DEPTO-FACTOR (SUB-D).
           COMPUTE DISPONIBLE-DEPTO =
                   DEPTO-BOLSA (SUB-D) - DEPTO-PAGADO (SUB-D).
           IF DISPONIBLE-DEPTO < 0
               MOVE ZERO TO DISPONIBLE-DEPTO.
           IF DEPTO-TEORICO (SUB-D) > DISPONIBLE-DEPTO
               COMPUTE DEPTO-FACTOR (SUB-D) =
                       DISPONIBLE-DEPTO / DEPTO-TEORICO (SUB-D).
           ADD 1 TO SUB-D.

       REPARTIR-INCENTIVO.
           IF EMPLEADO-ELEGIBLE = "S"
               COMPUTE IMPORTE-INCENTIVO =
                       IMPORTE-TEORICO * DEPTO-FACTOR (POSICION-DEPTO)
               ADD IMPORTE-INCENTIVO
                   TO DEPTO-REPARTIDO (POSICION-DEPTO)
               ADD IMPORTE-TEORICO TO TOTAL-TEORICO
               ADD IMPORTE-INCENTIVO TO TOTAL-REPARTIDO
               ADD 1 TO CONT-ELEGIBLES
               PERFORM IMPRIMIR-INCENTIVO
               IF GRABAR-PAGOS = "S"
                   PERFORM GRABAR-INCENTIVO
               END-IF
           ELSE
               IF INCENTIVO-EXISTE = "S" AND INCENTIVO-PAGADO
                   ADD 1 TO CONT-YA-PAGADOS
               ELSE
                   ADD 1 TO CONT-EXCLUIDOS
               END-IF
               PERFORM IMPRIMIR-EXCLUSION
               IF GRABAR-PAGOS = "S" AND INCENTIVO-EXISTE = "S" AND
                  INCENTIVO-PENDIENTE
                   PERFORM ANULAR-INCENTIVO.

       GRABAR-INCENTIVO.
           MOVE SPACE TO INCENTIVO-REGISTRO.
           MOVE EMPLEADOS-ID TO INCENTIVO-EMPLEADOS-ID.
           MOVE CAMPANIA TO INCENTIVO-CAMPANIA.
           MOVE EMPLEADOS-DEPARTAMENTO TO INCENTIVO-DEPARTAMENTO.
           MOVE EMPLEADOS-GRADO TO INCENTIVO-GRADO.
           MOVE EVALUACION-VALORACION TO INCENTIVO-VALORACION.
           MOVE OBJETIVO-EMPLEADO TO INCENTIVO-PORCENTAJE-OBJETIVO.
           MOVE VALORACION-FACTOR (POSICION-VALORACION)
               TO INCENTIVO-FACTOR-VALORACION.
           MOVE DIAS-PUESTO TO INCENTIVO-DIAS-PUESTO.
           MOVE DIAS-CAMPANIA TO INCENTIVO-DIAS-CAMPANIA.
           MOVE IMPORTE-TEORICO TO INCENTIVO-IMPORTE-TEORICO.
           MOVE DEPTO-FACTOR (POSICION-DEPTO) TO INCENTIVO-FACTOR-BOLSA.
           MOVE IMPORTE-INCENTIVO TO INCENTIVO-IMPORTE.
           MOVE FECHA-DE-HOY TO INCENTIVO-FECHA-CALCULO.
           MOVE "P" TO INCENTIVO-ESTADO.
           MOVE ZERO TO INCENTIVO-PERIODO-PAGO.
           IF INCENTIVO-EXISTE = "S"
               REWRITE INCENTIVO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al regrabar el incentivo de "
                               EMPLEADOS-ID
               END-REWRITE
           ELSE
               WRITE INCENTIVO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el incentivo de "
                               EMPLEADOS-ID
               END-WRITE.
           ADD 1 TO CONT-GRABADOS.

       ANULAR-INCENTIVO.
      *Pendiente de una pasada anterior que ya no corresponde.
           DELETE INCENTIVOS-ARCHIVO
               INVALID KEY
                   DISPLAY "Error al anular el incentivo pendiente de "
                           EMPLEADOS-ID
           END-DELETE.
           ADD 1 TO CONT-ANULADOS.

       IMPRIMIR-INCENTIVO.
           MOVE OBJETIVO-EMPLEADO TO OBJETIVO-EDITADO.
           MOVE VALORACION-FACTOR (POSICION-VALORACION)
               TO FACTOR-EDITADO.
           MOVE DIAS-PUESTO TO DIAS-EDITADOS.
           MOVE DIAS-CAMPANIA TO DIAS-EDITADOS-2.
           MOVE IMPORTE-TEORICO TO IMPORTE-EDITADO.
           MOVE IMPORTE-INCENTIVO TO IMPORTE-EDITADO-2.
           MOVE SPACE TO INFORME-LINEA.
           STRING EMPLEADOS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-APELLIDOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-DEPARTAMENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-GRADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EVALUACION-VALORACION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OBJETIVO-EDITADO DELIMITED BY SIZE
                  "% x" DELIMITED BY SIZE
                  FACTOR-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DIAS-EDITADOS DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DIAS-EDITADOS-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-EDITADO-2 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-EXCLUSION.
      *Los activos que se quedan sin incentivo salen en el informe
      *con el motivo, para que la revision los vea.
           MOVE SPACE TO INFORME-LINEA.
           STRING EMPLEADOS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-APELLIDOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-DEPARTAMENTO DELIMITED BY SIZE
                  " *** " DELIMITED BY SIZE
                  MOTIVO-EXCLUSION DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-DEPARTAMENTOS.
           MOVE SPACE TO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           STRING "DEPARTAMENTO / BOLSA / YA PAGADO / TEORICO / "
                  DELIMITED BY SIZE
                  "FACTOR / REPARTIDO" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           MOVE 1 TO SUB-D.
           PERFORM IMPRIMIR-FILA-DEPTO
           UNTIL SUB-D > CONT-DEPARTAMENTOS.

       IMPRIMIR-FILA-DEPTO.
           IF DEPTO-TIENE-BOLSA (SUB-D) = "S"
               MOVE DEPTO-BOLSA (SUB-D) TO TOTAL-EDITADO
               MOVE DEPTO-PAGADO (SUB-D) TO IMPORTE-EDITADO
               MOVE DEPTO-TEORICO (SUB-D) TO TOTAL-EDITADO-2
               MOVE DEPTO-FACTOR (SUB-D) TO FACTOR-BOLSA-EDITADO
               MOVE DEPTO-REPARTIDO (SUB-D) TO IMPORTE-EDITADO-2
               MOVE DEPTO-EMPLEADOS (SUB-D) TO CONT-EDITADO
               MOVE SPACE TO INFORME-LINEA
               STRING DEPTO-CODIGO (SUB-D) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TOTAL-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      IMPORTE-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TOTAL-EDITADO-2 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FACTOR-BOLSA-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      IMPORTE-EDITADO-2 DELIMITED BY SIZE
                      "  EMPLEADOS " DELIMITED BY SIZE
                      CONT-EDITADO DELIMITED BY SIZE
                   INTO INFORME-LINEA
               PERFORM IMPRIMIR-LINEA.
           ADD 1 TO SUB-D.

       IMPRIMIR-CONTROL.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-ELEGIBLES TO CONT-EDITADO.
           STRING "EMPLEADOS CON INCENTIVO:    " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE TOTAL-TEORICO TO TOTAL-EDITADO.
           STRING "TOTAL TEORICO:              " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE TOTAL-REPARTIDO TO TOTAL-EDITADO.
           STRING "TOTAL REPARTIDO:            " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           IF GRABAR-PAGOS = "S"
               MOVE "PAGOS PENDIENTES GRABADOS PARA LA NOMINA"
                   TO INFORME-LINEA
           ELSE
               MOVE "INFORME DE REVISION, SIN PAGOS GRABADOS"
                   TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_INCENTIVOS.TXT" TO INFORME-NOMBRE.
           MOVE "CICLO-INCENTIVOS" TO INFORME-PROGRAMA.
           MOVE "RETRIBUCION VARIABLE POR EVALUACION"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "CAMPANIA " DELIMITED BY SIZE
                  CAMPANIA DELIMITED BY SIZE
                  "   EMPLEADO / DEPTO / GRADO / VALORACION / "
                  DELIMITED BY SIZE
                  "OBJETIVO x FACTOR / DIAS / TEORICO / INCENTIVO"
                  DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-LINEA.
           MOVE "L" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "Campania: " CAMPANIA.
           DISPLAY "Empleados con incentivo: " CONT-ELEGIBLES.
           DISPLAY "Ya pagados en nomina: " CONT-YA-PAGADOS.
           DISPLAY "Activos sin incentivo: " CONT-EXCLUIDOS.
           MOVE TOTAL-TEORICO TO TOTAL-EDITADO.
           DISPLAY "Total teorico:   " TOTAL-EDITADO.
           MOVE TOTAL-REPARTIDO TO TOTAL-EDITADO.
           DISPLAY "Total repartido: " TOTAL-EDITADO.
           IF GRABAR-PAGOS = "S"
               DISPLAY "Pagos pendientes grabados: " CONT-GRABADOS
                       " Anulados: " CONT-ANULADOS
           ELSE
               DISPLAY "Solo informe de revision, no se graba nada.".
           DISPLAY "Informe generado: INFORME_INCENTIVOS.TXT".

       END PROGRAM CICLO-INCENTIVOS.

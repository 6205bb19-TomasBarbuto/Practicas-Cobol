       COPY "copybooks/28-PhContable.cbl".
      *Archivo de reparto de coste salarial.
       COPY "copybooks/28-PhReparto.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoContable.cbl".
      *Archivo de reparto de coste salarial.
       COPY "copybooks/28-LoReparto.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de reversion de periodificaciones.
       COPY "copybooks/28-LkReversion.cbl".
       77  LEE-TODO PIC X.
       77  SUB-I PIC 9(2) COMP VALUE 0.
       77  POSICION-DEPARTAMENTO PIC 9(2) COMP VALUE 0.
       77  FIN-REPARTO PIC X.
       77  SUB-SPLIT PIC 9(2) COMP VALUE 0.
       77  CONT-SPLITS PIC 9(2) COMP VALUE 0.
       77  RESULTADOS-DISPONIBLES PIC X.
       77  IMPUTANDO-PLAN PIC X VALUE "N".
       77  CONT-APORTANTES-PLAN PIC 9(5) COMP VALUE 0.
       77  SUB-E PIC 9(2) COMP VALUE 0.
       77  APUNTE-DEL-LOTE PIC X.

      *Filas de reparto del empleado en curso. El reparto se aplica
      *en centimos y la ultima fila recibe el resto para que el

      *Acumulado de salarios por departamento. La cuenta de gastos de
      *personal se carga por departamento y el total se abona a la
      *cuenta de remuneraciones pendientes de pago. La aportacion de
      *la empresa al plan de pensiones se acumula aparte con el
      *mismo reparto: se carga a su cuenta de gasto por departamento
      *y el total se abona a la cuenta de aportaciones pendientes de
      *remitir a la gestora.
      *Cada departamento lleva la empresa del grupo que soporta su
      *coste, tomada del maestro de departamentos.
       01  TABLA-DEPARTAMENTOS.
           05 ACUMULADO-FILA OCCURS 50 TIMES.
               10 ACUMULADO-DEPARTAMENTO PIC X(4).
               10 ACUMULADO-EMPRESA PIC X(2).
               10 ACUMULADO-SALARIOS PIC 9(13).
               10 ACUMULADO-PLAN-EMPRESA PIC 9(13).

       01  CUENTA-GASTOS-PERSONAL PIC X(8) VALUE "64000000".
       01  CUENTA-REMUNERACIONES PIC X(8) VALUE "46500000".
       01  CUENTA-APORTACIONES-PLAN PIC X(8) VALUE "64300000".
       01  CUENTA-PLAN-PENDIENTE PIC X(8) VALUE "46600000".

      *Las vacaciones periodificadas en cierres anteriores se
      *revierten con este extracto: se cargan a su cuenta de pasivo
      *y se abonan a gastos de personal de cada departamento.
       01  FECHA-DE-HOY PIC 9(8).
       01  MES-ANTERIOR PIC 9(6).
       01  MES-ANTERIOR-R REDEFINES MES-ANTERIOR.
           05 ANTERIOR-ANIO PIC 9(4).
           05 ANTERIOR-MES PIC 9(2).
       01  MES-EXTRACTO PIC 9(6).

       01  IMPORTE-CENTIMOS PIC 9(13).
       01  TOTAL-SALARIOS PIC 9(13) VALUE 0.
       01  TOTAL-PLAN-EMPRESA PIC 9(13) VALUE 0.
       01  TOTAL-DEBE PIC 9(13) VALUE 0.
       01  TOTAL-HABER PIC 9(13) VALUE 0.
       01  IMPORTE-PANTALLA PIC 9(11)V99.

      *Con el maestro de empresas, ademas del lote consolidado se
      *escribe un lote por empresa (ASIENTOS_CONTABLES_<empresa>.TXT)
      *con los apuntes de sus departamentos y su propio cuadre. En
      *blanco, EMPRESA-LOTE selecciona todos los apuntes.
       01  EMPRESA-LOTE PIC X(2).
       01  EMPRESA-APUNTE PIC X(2).
       01  LOTE-SALARIOS PIC 9(13).
       01  LOTE-PLAN-EMPRESA PIC 9(13).
       01  LOTE-REVERSION PIC 9(13).
       01  LOTE-DEBE PIC 9(13).
       01  LOTE-HABER PIC 9(13).
       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99.

      *Empresas del grupo cargadas del maestro.
       COPY "copybooks/28-LkEmpresas.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoContable.cbl".
      *Estado del archivo de reparto de coste salarial.
       COPY "copybooks/28-EstadoReparto.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           COMPUTE MES-EXTRACTO = FECHA-DE-HOY / 100.
           CALL "EMPRESAS-GRUPO" USING GRUPO-PETICION.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM ACUMULAR-EMPLEADO
           UNTIL LEE-TODO = "1".
           PERFORM CUADRAR-LOTE.
           PERFORM CONSULTAR-PERIODIFICACIONES.
           IF CONT-HUERFANOS = 0 AND TOTAL-DEBE = TOTAL-HABER
               PERFORM ESCRIBIR-ARCHIVO-CONTABLE
               PERFORM MARCAR-PERIODIFICACIONES
               DISPLAY "Extracto contable generado en "
                       "ASIENTOS_CONTABLES.TXT"
           ELSE
           OPEN INPUT REPARTO-ARCHIVO.
           IF REPARTO-ARCHIVO-STATUS = "35"
               MOVE "N" TO REPARTO-DISPONIBLE.
      *Sin historico de resultados no hay aportaciones al plan de
      *pensiones que contabilizar.
           MOVE "S" TO RESULTADOS-DISPONIBLES.
           OPEN INPUT RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS = "35"
               MOVE "N" TO RESULTADOS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.
           IF REPARTO-DISPONIBLE = "S"
               CLOSE REPARTO-ARCHIVO.
           IF RESULTADOS-DISPONIBLES = "S"
               CLOSE RESULTADOS-NOMINA-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
      *registro, como hasta ahora.
           PERFORM CARGAR-SPLITS-EMPLEADO.
           COMPUTE IMPORTE-TOTAL-CENTIMOS = EMPLEADOS-SALARIO * 100.
           MOVE "N" TO IMPUTANDO-PLAN.
           PERFORM IMPUTAR-IMPORTE-EMPLEADO.
           PERFORM REPARTIR-PLAN-EMPLEADO.
           ADD 1 TO CONT-EMPLEADOS-SUMADOS.

       IMPUTAR-IMPORTE-EMPLEADO.
           IF CONT-SPLITS = 0
               MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTO-IMPUTADO
               MOVE IMPORTE-TOTAL-CENTIMOS TO IMPORTE-PARTE
               MOVE 1 TO SUB-SPLIT
               PERFORM IMPUTAR-UNA-PARTE
               UNTIL SUB-SPLIT > CONT-SPLITS.

       REPARTIR-PLAN-EMPLEADO.
      *La aportacion de la empresa al plan de pensiones es la que
      *calculo la nomina del mes del extracto (linea 195 del
      *historico de resultados) y se reparte como el salario.
           IF RESULTADOS-DISPONIBLES = "S"
               MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID
               MOVE MES-EXTRACTO TO RESNOM-ANIO-MES
               MOVE "N" TO RESNOM-PASADA
               MOVE 195 TO RESNOM-LINEA
               READ RESULTADOS-NOMINA-ARCHIVO
                   INVALID KEY
                       MOVE ZERO TO RESNOM-IMPORTE
               END-READ
               IF RESNOM-IMPORTE > 0
                   COMPUTE IMPORTE-TOTAL-CENTIMOS =
                           RESNOM-IMPORTE * 100
                   MOVE "S" TO IMPUTANDO-PLAN
                   PERFORM IMPUTAR-IMPORTE-EMPLEADO
                   MOVE "N" TO IMPUTANDO-PLAN
                   ADD 1 TO CONT-APORTANTES-PLAN.

       CARGAR-SPLITS-EMPLEADO.
           MOVE 0 TO CONT-SPLITS.
                   ADD 1 TO CONT-DEPARTAMENTOS
                   MOVE DEPARTAMENTO-IMPUTADO
                       TO ACUMULADO-DEPARTAMENTO (CONT-DEPARTAMENTOS)
                   PERFORM BUSCAR-EMPRESA-DEPARTAMENTO
                   MOVE EMPRESA-APUNTE
                       TO ACUMULADO-EMPRESA (CONT-DEPARTAMENTOS)
                   MOVE ZERO
                       TO ACUMULADO-SALARIOS (CONT-DEPARTAMENTOS)
                   MOVE ZERO
                       TO ACUMULADO-PLAN-EMPRESA (CONT-DEPARTAMENTOS)
                   MOVE CONT-DEPARTAMENTOS TO POSICION-DEPARTAMENTO
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                               "extracto no incluye los siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.
           IF POSICION-DEPARTAMENTO > 0
               IF IMPUTANDO-PLAN = "S"
                   ADD IMPORTE-PARTE
                       TO ACUMULADO-PLAN-EMPRESA (POSICION-DEPARTAMENTO)
               ELSE
                   ADD IMPORTE-PARTE
                       TO ACUMULADO-SALARIOS (POSICION-DEPARTAMENTO).

       BUSCAR-DEPARTAMENTO-EN-TABLA.
           MOVE 0 TO POSICION-DEPARTAMENTO.
           UNTIL SUB-I > CONT-DEPARTAMENTOS OR
                 POSICION-DEPARTAMENTO > 0.

       BUSCAR-EMPRESA-DEPARTAMENTO.
      *El departamento sin empresa, o fuera del maestro, es de la
      *empresa principal.
           MOVE GRUPO-PRINCIPAL TO EMPRESA-APUNTE.
           MOVE DEPARTAMENTO-IMPUTADO TO DEPARTAMENTOS-CODIGO.
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   MOVE SPACE TO DEPARTAMENTOS-EMPRESA
           END-READ.
           IF DEPARTAMENTOS-EMPRESA NOT = SPACE
               MOVE DEPARTAMENTOS-EMPRESA TO EMPRESA-APUNTE.

       COMPARAR-FILA-DEPARTAMENTO.
           IF ACUMULADO-DEPARTAMENTO (SUB-I) = DEPARTAMENTO-IMPUTADO
               MOVE SUB-I TO POSICION-DEPARTAMENTO.
           MOVE "1" TO LEE-TODO.

       CUADRAR-LOTE.
           MOVE ZERO TO TOTAL-SALARIOS.
           MOVE ZERO TO TOTAL-PLAN-EMPRESA.
           MOVE 1 TO SUB-I.
           PERFORM SUMAR-FILA-AL-DEBE
           UNTIL SUB-I > CONT-DEPARTAMENTOS.
           COMPUTE TOTAL-DEBE = TOTAL-SALARIOS + TOTAL-PLAN-EMPRESA.
           MOVE TOTAL-DEBE TO TOTAL-HABER.

       SUMAR-FILA-AL-DEBE.
           ADD ACUMULADO-SALARIOS (SUB-I) TO TOTAL-SALARIOS.
           ADD ACUMULADO-PLAN-EMPRESA (SUB-I) TO TOTAL-PLAN-EMPRESA.
           ADD 1 TO SUB-I.

       CONSULTAR-PERIODIFICACIONES.
      *Se revierten las vacaciones periodificadas hasta el mes
      *anterior al de la fecha de negocio; la del mes en curso, si
      *ya se ha hecho, se revierte en el extracto siguiente.
           COMPUTE MES-ANTERIOR = FECHA-DE-HOY / 100 - 1.
           IF ANTERIOR-MES = 0
               SUBTRACT 88 FROM MES-ANTERIOR.
           MOVE SPACE TO REVERSION-PETICION.
           MOVE "C" TO REVERSION-OPERACION.
           MOVE "V" TO REVERSION-TIPO.
           MOVE ZERO TO REVERSION-MES-DESDE.
           MOVE MES-ANTERIOR TO REVERSION-MES-HASTA.
           MOVE "EXTRACTO-CONTABLE" TO REVERSION-PROGRAMA.
           MOVE ZERO TO REVERSION-TOTAL.
           MOVE 0 TO REVERSION-DEPARTAMENTOS.
           CALL "REVERTIR-PERIODIFICACION" USING REVERSION-PETICION.
           ADD REVERSION-TOTAL TO TOTAL-DEBE.
           ADD REVERSION-TOTAL TO TOTAL-HABER.

       MARCAR-PERIODIFICACIONES.
           IF REVERSION-TOTAL > 0
               MOVE "M" TO REVERSION-OPERACION
               CALL "REVERTIR-PERIODIFICACION"
                   USING REVERSION-PETICION.

       ESCRIBIR-ARCHIVO-CONTABLE.
           MOVE SPACE TO EMPRESA-LOTE.
           MOVE "ASIENTOS_CONTABLES.TXT" TO CONTABLE-NOMBRE.
           PERFORM ESCRIBIR-LOTE-CONTABLE.
           MOVE 1 TO SUB-E.
           PERFORM ESCRIBIR-LOTE-EMPRESA
           UNTIL SUB-E > GRUPO-EMPRESAS.

       ESCRIBIR-LOTE-EMPRESA.
           MOVE GRUPO-CODIGO (SUB-E) TO EMPRESA-LOTE.
           MOVE SPACE TO CONTABLE-NOMBRE.
           STRING "ASIENTOS_CONTABLES_" DELIMITED BY SIZE
                  EMPRESA-LOTE DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO CONTABLE-NOMBRE.
           PERFORM ESCRIBIR-LOTE-CONTABLE.
           COMPUTE IMPORTE-PANTALLA = LOTE-DEBE / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           DISPLAY "Lote " CONTABLE-NOMBRE " debe y haber: "
                   IMPORTE-EDITADO.
           ADD 1 TO SUB-E.

       ESCRIBIR-LOTE-CONTABLE.
           PERFORM SUMAR-LOTE-CONTABLE.
           MOVE 0 TO CONT-APUNTES.
           OPEN OUTPUT CONTABLE-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.
           MOVE 1 TO SUB-I.
           PERFORM ESCRIBIR-APUNTE-DEBE
           UNTIL SUB-I > CONT-DEPARTAMENTOS.
           IF EMPRESA-LOTE = SPACE OR LOTE-SALARIOS > 0
               PERFORM ESCRIBIR-APUNTE-HABER.
           IF LOTE-PLAN-EMPRESA > 0
               MOVE 1 TO SUB-I
               PERFORM ESCRIBIR-CARGO-PLAN
               UNTIL SUB-I > CONT-DEPARTAMENTOS
               PERFORM ESCRIBIR-ABONO-PLAN.
           IF LOTE-REVERSION > 0
               PERFORM ESCRIBIR-APUNTE-REVERSION
               MOVE 1 TO SUB-I
               PERFORM ESCRIBIR-ABONO-REVERSION
               UNTIL SUB-I > REVERSION-DEPARTAMENTOS.
           PERFORM ESCRIBIR-TOTAL-LOTE.
           CLOSE CONTABLE-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.

       SUMAR-LOTE-CONTABLE.
      *Cuadre del lote: los totales de la empresa pedida, o los
      *generales en el lote consolidado.
           MOVE ZERO TO LOTE-SALARIOS.
           MOVE ZERO TO LOTE-PLAN-EMPRESA.
           MOVE ZERO TO LOTE-REVERSION.
           MOVE 1 TO SUB-I.
           PERFORM SUMAR-FILA-AL-LOTE
           UNTIL SUB-I > CONT-DEPARTAMENTOS.
           MOVE 1 TO SUB-I.
           PERFORM SUMAR-REVERSION-AL-LOTE
           UNTIL SUB-I > REVERSION-DEPARTAMENTOS.
           COMPUTE LOTE-DEBE = LOTE-SALARIOS + LOTE-PLAN-EMPRESA +
                   LOTE-REVERSION.
           MOVE LOTE-DEBE TO LOTE-HABER.

       SUMAR-FILA-AL-LOTE.
           MOVE ACUMULADO-EMPRESA (SUB-I) TO EMPRESA-APUNTE.
           PERFORM COMPROBAR-APUNTE-DEL-LOTE.
           IF APUNTE-DEL-LOTE = "S"
               ADD ACUMULADO-SALARIOS (SUB-I) TO LOTE-SALARIOS
               ADD ACUMULADO-PLAN-EMPRESA (SUB-I)
                   TO LOTE-PLAN-EMPRESA.
           ADD 1 TO SUB-I.

       SUMAR-REVERSION-AL-LOTE.
           PERFORM EMPRESA-FILA-REVERSION.
           IF APUNTE-DEL-LOTE = "S"
               ADD REVERSION-IMPORTE (SUB-I) TO LOTE-REVERSION.
           ADD 1 TO SUB-I.

       EMPRESA-FILA-REVERSION.
           MOVE REVERSION-DEPARTAMENTO (SUB-I) TO DEPARTAMENTO-IMPUTADO.
           PERFORM BUSCAR-EMPRESA-DEPARTAMENTO.
           PERFORM COMPROBAR-APUNTE-DEL-LOTE.

       COMPROBAR-APUNTE-DEL-LOTE.
           MOVE "N" TO APUNTE-DEL-LOTE.
           IF EMPRESA-LOTE = SPACE OR EMPRESA-APUNTE = EMPRESA-LOTE
               MOVE "S" TO APUNTE-DEL-LOTE.

       ESCRIBIR-APUNTE-DEBE.
           MOVE ACUMULADO-EMPRESA (SUB-I) TO EMPRESA-APUNTE.
           PERFORM COMPROBAR-APUNTE-DEL-LOTE.
           IF APUNTE-DEL-LOTE = "S"
               MOVE SPACE TO CONTABLE-REGISTRO
               MOVE "A" TO CONTABLE-TIPO
               MOVE "D" TO CONTABLE-DEBE-HABER
               MOVE CUENTA-GASTOS-PERSONAL TO CONTABLE-CUENTA
               MOVE ACUMULADO-DEPARTAMENTO (SUB-I)
                   TO CONTABLE-DEPARTAMENTO
               MOVE ACUMULADO-SALARIOS (SUB-I) TO CONTABLE-IMPORTE
               WRITE CONTABLE-REGISTRO
               PERFORM COMPROBAR-ESTADO-CONTABLE
               ADD 1 TO CONT-APUNTES.
           ADD 1 TO SUB-I.

       ESCRIBIR-APUNTE-HABER.
           MOVE SPACE TO CONTABLE-REGISTRO.
           MOVE "A" TO CONTABLE-TIPO.
           MOVE "H" TO CONTABLE-DEBE-HABER.
           MOVE CUENTA-REMUNERACIONES TO CONTABLE-CUENTA.
           MOVE SPACE TO CONTABLE-DEPARTAMENTO.
           MOVE LOTE-SALARIOS TO CONTABLE-IMPORTE.
           WRITE CONTABLE-REGISTRO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.
           ADD 1 TO CONT-APUNTES.

       ESCRIBIR-CARGO-PLAN.
           MOVE ACUMULADO-EMPRESA (SUB-I) TO EMPRESA-APUNTE.
           PERFORM COMPROBAR-APUNTE-DEL-LOTE.
           IF ACUMULADO-PLAN-EMPRESA (SUB-I) > 0 AND
              APUNTE-DEL-LOTE = "S"
               MOVE SPACE TO CONTABLE-REGISTRO
               MOVE "A" TO CONTABLE-TIPO
               MOVE "D" TO CONTABLE-DEBE-HABER
               MOVE CUENTA-APORTACIONES-PLAN TO CONTABLE-CUENTA
               MOVE ACUMULADO-DEPARTAMENTO (SUB-I)
                   TO CONTABLE-DEPARTAMENTO
               MOVE ACUMULADO-PLAN-EMPRESA (SUB-I) TO CONTABLE-IMPORTE
               WRITE CONTABLE-REGISTRO
               PERFORM COMPROBAR-ESTADO-CONTABLE
               ADD 1 TO CONT-APUNTES.
           ADD 1 TO SUB-I.

       ESCRIBIR-ABONO-PLAN.
           MOVE SPACE TO CONTABLE-REGISTRO.
           MOVE "A" TO CONTABLE-TIPO.
           MOVE "H" TO CONTABLE-DEBE-HABER.
           MOVE CUENTA-PLAN-PENDIENTE TO CONTABLE-CUENTA.
           MOVE SPACE TO CONTABLE-DEPARTAMENTO.
           MOVE LOTE-PLAN-EMPRESA TO CONTABLE-IMPORTE.
           WRITE CONTABLE-REGISTRO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.
           ADD 1 TO CONT-APUNTES.

       ESCRIBIR-APUNTE-REVERSION.
           MOVE SPACE TO CONTABLE-REGISTRO.
           MOVE "A" TO CONTABLE-TIPO.
           MOVE "D" TO CONTABLE-DEBE-HABER.
           MOVE REVERSION-CUENTA TO CONTABLE-CUENTA.
           MOVE SPACE TO CONTABLE-DEPARTAMENTO.
           MOVE LOTE-REVERSION TO CONTABLE-IMPORTE.
           WRITE CONTABLE-REGISTRO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.
           ADD 1 TO CONT-APUNTES.

       ESCRIBIR-ABONO-REVERSION.
           PERFORM EMPRESA-FILA-REVERSION.
           IF APUNTE-DEL-LOTE = "S"
               MOVE SPACE TO CONTABLE-REGISTRO
               MOVE "A" TO CONTABLE-TIPO
               MOVE "H" TO CONTABLE-DEBE-HABER
               MOVE CUENTA-GASTOS-PERSONAL TO CONTABLE-CUENTA
               MOVE REVERSION-DEPARTAMENTO (SUB-I)
                   TO CONTABLE-DEPARTAMENTO
               MOVE REVERSION-IMPORTE (SUB-I) TO CONTABLE-IMPORTE
               WRITE CONTABLE-REGISTRO
               PERFORM COMPROBAR-ESTADO-CONTABLE
               ADD 1 TO CONT-APUNTES.
           ADD 1 TO SUB-I.

       ESCRIBIR-TOTAL-LOTE.
           MOVE SPACE TO CONTABLE-TOTAL-REGISTRO.
           MOVE "T" TO CONTABLE-TOTAL-TIPO.
           MOVE CONT-APUNTES TO CONTABLE-TOTAL-APUNTES.
           MOVE LOTE-DEBE TO CONTABLE-TOTAL-DEBE.
           MOVE LOTE-HABER TO CONTABLE-TOTAL-HABER.
           WRITE CONTABLE-TOTAL-REGISTRO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.

                   CONT-DEPARTAMENTOS.
           DISPLAY "Empleados con departamento inexistente: "
                   CONT-HUERFANOS.
           IF TOTAL-PLAN-EMPRESA > 0
               COMPUTE IMPORTE-PANTALLA = TOTAL-PLAN-EMPRESA / 100
               MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO
               DISPLAY "Aportacion empresa al plan:   " IMPORTE-EDITADO
               DISPLAY "  Empleados aportantes:        "
                       CONT-APORTANTES-PLAN.
           IF REVERSION-TOTAL > 0
               COMPUTE IMPORTE-PANTALLA = REVERSION-TOTAL / 100
               MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO
               DISPLAY "Vacaciones periodificadas revertidas: "
                       IMPORTE-EDITADO.
           COMPUTE IMPORTE-PANTALLA = TOTAL-DEBE / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           DISPLAY "Total al debe:                 " IMPORTE-EDITADO.

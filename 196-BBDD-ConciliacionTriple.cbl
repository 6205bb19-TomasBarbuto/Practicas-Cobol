       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIACION-TRIPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".
      *Archivo de ordenes de pago para el banco.
       COPY "copybooks/28-PhOrdenesPago.cbl".
      *Archivo de apuntes contables de nomina.
       COPY "copybooks/28-PhContable.cbl".
      *Registro de conciliaciones de nomina por periodo.
       COPY "copybooks/28-PhConciliaciones.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".
      *Archivo de ordenes de pago para el banco.
       COPY "copybooks/28-LoOrdenesPago.cbl".
      *Archivo de apuntes contables de nomina.
       COPY "copybooks/28-LoContable.cbl".
      *Registro de conciliaciones de nomina por periodo.
       COPY "copybooks/28-LoConciliaciones.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del modulo de sesion de operadores.
       COPY "copybooks/28-LkSesion.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
       77  LEE-TODO PIC X.
       77  SI-NO PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  REGISTRO-EXISTE PIC X.
       77  RESULTADOS-DISPONIBLES PIC X VALUE "N".
       77  ORDENES-DISPONIBLES PIC X VALUE "N".
       77  CONTABLE-DISPONIBLE PIC X VALUE "N".
       77  LOTE-CON-TOTAL PIC X VALUE "N".
       77  AVISO-EMPLEADOS-LLENA PIC X VALUE "N".
       77  AVISO-DEPARTAMENTOS-LLENA PIC X VALUE "N".
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  POSICION-EMPLEADO PIC 9(4) COMP VALUE 0.
       77  CONT-EMPLEADOS PIC 9(4) COMP VALUE 0.
       77  SUB-D PIC 9(2) COMP VALUE 0.
       77  POSICION-DEPARTAMENTO PIC 9(2) COMP VALUE 0.
       77  CONT-DEPARTAMENTOS PIC 9(2) COMP VALUE 0.
       77  CONT-DESCUADRES PIC 9(5) COMP VALUE 0.
       77  CONT-APUNTES-LEIDOS PIC 9(9) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  PERIODO-X PIC X(6).
       01  PERIODO-9 REDEFINES PERIODO-X PIC 9(6).
       01  PERIODO-R REDEFINES PERIODO-X.
           05 PERIODO-ANIO PIC 9(4).
           05 PERIODO-MES PIC 9(2).
      *Las ordenes de la nomina del periodo llevan este concepto;
      *las de notas de gastos y las reemisiones de devoluciones no
      *entran en la conciliacion.
       01  CONCEPTO-NOMINA PIC X(35).

      *Cuentas del lote de EXTRACTO-CONTABLE.
       01  CUENTA-GASTOS-PERSONAL PIC X(8) VALUE "64000000".
       01  CUENTA-REMUNERACIONES PIC X(8) VALUE "46500000".

      *Neto de nomina e importe ordenado por empleado, en centimos.
      *Misma tabla de 500 filas que CONCILIAR-NOMINA.
       01  TABLA-EMPLEADOS.
           05 EMPLEADO-FILA OCCURS 500 TIMES.
               10 EMPLEADO-ID PIC X(6).
               10 EMPLEADO-NETO PIC S9(13).
               10 EMPLEADO-ORDENADO PIC S9(13).
               10 EMPLEADO-EN-NOMINA PIC X.
               10 EMPLEADO-EN-ORDENES PIC X.

      *Devengado y descuentos de la nomina contra el cargo a gastos
      *de personal del lote contable, por departamento.
       01  TABLA-DEPARTAMENTOS.
           05 DEPARTAMENTO-FILA OCCURS 50 TIMES.
               10 DEPARTAMENTO-CODIGO PIC X(4).
               10 DEPARTAMENTO-BRUTO PIC S9(13).
               10 DEPARTAMENTO-DESCUENTOS PIC S9(13).
               10 DEPARTAMENTO-CARGO PIC S9(13).
       01  DEPARTAMENTO-BUSCADO PIC X(4).
       01  EMPLEADO-BUSCADO PIC X(6).

       01  IMPORTE-CENTIMOS PIC S9(13).
       01  TOTAL-NETO PIC S9(13) VALUE 0.
       01  TOTAL-ORDENADO PIC S9(13) VALUE 0.
       01  TOTAL-BRUTO PIC S9(13) VALUE 0.
       01  TOTAL-DESCUENTOS PIC S9(13) VALUE 0.
       01  TOTAL-CARGO PIC S9(13) VALUE 0.
       01  TOTAL-ABONO PIC S9(13) VALUE 0.
       01  LOTE-DEBE PIC 9(13) VALUE 0.
       01  LOTE-HABER PIC 9(13) VALUE 0.

      *Linea de descuadre en curso: lo que dice la nomina, lo que
      *dice el banco o la contabilidad y el motivo.
       01  DESCUADRE-CLAVE PIC X(11).
       01  DESCUADRE-NOMINA PIC S9(13).
       01  DESCUADRE-CONTRASTE PIC S9(13).
       01  DESCUADRE-DIFERENCIA PIC S9(13).
       01  DESCUADRE-MOTIVO PIC X(34).

       01  IMPORTE-PANTALLA PIC S9(11)V99.
       01  NOMINA-EDITADA PIC -ZZZ,ZZZ,ZZ9.99.
       01  CONTRASTE-EDITADO PIC -ZZZ,ZZZ,ZZ9.99.
       01  DIFERENCIA-EDITADA PIC -ZZZ,ZZZ,ZZ9.99.
       01  IMPORTE-EDITADO PIC -ZZZ,ZZZ,ZZ9.99.

      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".
      *Estado del archivo de ordenes de pago.
       COPY "copybooks/28-EstadoOrdenesPago.cbl".
      *Estado del archivo de apuntes contables.
       COPY "copybooks/28-EstadoContable.cbl".
      *Estado del registro de conciliaciones.
       COPY "copybooks/28-EstadoConciliaciones.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-AUTORIZADO NOT = "S"
               DISPLAY "Acceso denegado."
               STOP RUN.
           PERFORM PEDIR-PERIODO.
           PERFORM ABRIR-INFORME.
           PERFORM CARGAR-RESULTADOS.
           PERFORM CARGAR-ORDENES.
           PERFORM CARGAR-CONTABLE.
           PERFORM COMPARAR-EMPLEADOS.
           PERFORM COMPARAR-DEPARTAMENTOS.
           PERFORM COMPARAR-TOTALES.
           PERFORM CERRAR-INFORME.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM PEDIR-FIRMA.
           PERFORM GRABAR-CONCILIACION.
           STOP RUN.

       VALIDAR-OPERADOR.
      *Firmar la conciliacion que permite cerrar el periodo requiere
      *rol de supervisor, como el propio cierre.
           MOVE SPACE TO SESION-PETICION.
           MOVE "S" TO SESION-ROL-REQUERIDO.
           CALL "SESION-OPERADORES" USING SESION-PETICION.
           MOVE SESION-AUTORIZADO TO OPERADOR-AUTORIZADO.

       PEDIR-PERIODO.
           DISPLAY "Periodo a conciliar (AAAAMM, en blanco = mes de "
                   "la fecha de negocio): ".
           ACCEPT PERIODO-X.
           IF PERIODO-X NOT NUMERIC
               COMPUTE PERIODO-9 = FECHA-DE-HOY / 100
           ELSE
               IF PERIODO-MES < 1 OR PERIODO-MES > 12
                   COMPUTE PERIODO-9 = FECHA-DE-HOY / 100
                   DISPLAY "Periodo no valido, se usa " PERIODO-9.
           MOVE SPACE TO CONCEPTO-NOMINA.
           STRING "NOMINA " DELIMITED BY SIZE
                  PERIODO-ANIO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  PERIODO-MES DELIMITED BY SIZE
               INTO CONCEPTO-NOMINA.

       CARGAR-RESULTADOS.
      *Lineas de la pasada mensual del periodo: el neto por
      *empleado, y el devengado y los descuentos por departamento.
           OPEN INPUT RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS = "35"
               DISPLAY "No hay resultados de nomina."
           ELSE
               MOVE "S" TO RESULTADOS-DISPONIBLES
               MOVE "0" TO LEE-TODO
               PERFORM LEE-SIGUIENTE-RESULTADO
               PERFORM ANOTAR-RESULTADO
               UNTIL LEE-TODO = "1"
               CLOSE RESULTADOS-NOMINA-ARCHIVO.

       LEE-SIGUIENTE-RESULTADO.
           READ RESULTADOS-NOMINA-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       ANOTAR-RESULTADO.
           IF RESNOM-ANIO-MES = PERIODO-9 AND RESNOM-PASADA-NOMINA
               COMPUTE IMPORTE-CENTIMOS = RESNOM-IMPORTE * 100
               IF RESNOM-LINEA = 200
                   PERFORM ANOTAR-NETO
               ELSE
                   IF RESNOM-LINEA = 100
                       PERFORM ANOTAR-BRUTO
                   ELSE
                       IF RESNOM-DESCUENTO
                           PERFORM ANOTAR-DESCUENTO.
           PERFORM LEE-SIGUIENTE-RESULTADO.

       ANOTAR-NETO.
           MOVE RESNOM-EMPLEADOS-ID TO EMPLEADO-BUSCADO.
           PERFORM BUSCAR-O-CREAR-EMPLEADO.
           IF POSICION-EMPLEADO > 0
               ADD IMPORTE-CENTIMOS
                   TO EMPLEADO-NETO (POSICION-EMPLEADO)
               MOVE "S" TO EMPLEADO-EN-NOMINA (POSICION-EMPLEADO).
           ADD IMPORTE-CENTIMOS TO TOTAL-NETO.

       ANOTAR-BRUTO.
           MOVE RESNOM-DEPARTAMENTO TO DEPARTAMENTO-BUSCADO.
           PERFORM BUSCAR-O-CREAR-DEPARTAMENTO.
           IF POSICION-DEPARTAMENTO > 0
               ADD IMPORTE-CENTIMOS
                   TO DEPARTAMENTO-BRUTO (POSICION-DEPARTAMENTO).
           ADD IMPORTE-CENTIMOS TO TOTAL-BRUTO.

       ANOTAR-DESCUENTO.
           MOVE RESNOM-DEPARTAMENTO TO DEPARTAMENTO-BUSCADO.
           PERFORM BUSCAR-O-CREAR-DEPARTAMENTO.
           IF POSICION-DEPARTAMENTO > 0
               ADD IMPORTE-CENTIMOS
                   TO DEPARTAMENTO-DESCUENTOS (POSICION-DEPARTAMENTO).
           ADD IMPORTE-CENTIMOS TO TOTAL-DESCUENTOS.

       CARGAR-ORDENES.
           OPEN INPUT ORDENES-ARCHIVO.
           IF ORDENES-ARCHIVO-STATUS = "35"
               DISPLAY "No hay archivo de ordenes de pago."
           ELSE
               MOVE "S" TO ORDENES-DISPONIBLES
               MOVE "0" TO LEE-TODO
               PERFORM LEE-SIGUIENTE-ORDEN
               PERFORM ANOTAR-ORDEN
               UNTIL LEE-TODO = "1"
               CLOSE ORDENES-ARCHIVO.

       LEE-SIGUIENTE-ORDEN.
           READ ORDENES-ARCHIVO
           AT END
           MOVE "1" TO LEE-TODO.

       ANOTAR-ORDEN.
           IF ORDEN-PAGO-DETALLE AND
              ORDEN-PAGO-CONCEPTO = CONCEPTO-NOMINA
               MOVE ORDEN-PAGO-ID TO EMPLEADO-BUSCADO
               PERFORM BUSCAR-O-CREAR-EMPLEADO
               IF POSICION-EMPLEADO > 0
                   ADD ORDEN-PAGO-IMPORTE
                       TO EMPLEADO-ORDENADO (POSICION-EMPLEADO)
                   MOVE "S" TO EMPLEADO-EN-ORDENES (POSICION-EMPLEADO)
               END-IF
               ADD ORDEN-PAGO-IMPORTE TO TOTAL-ORDENADO.
           PERFORM LEE-SIGUIENTE-ORDEN.

       CARGAR-CONTABLE.
      *El archivo guarda el ultimo lote generado. Se suman los
      *cargos a gastos de personal por departamento y el abono a
      *remuneraciones pendientes, y se comprueba la linea de total.
           OPEN INPUT CONTABLE-ARCHIVO.
           IF CONTABLE-ARCHIVO-STATUS = "35"
               DISPLAY "No hay archivo de apuntes contables."
           ELSE
               MOVE "S" TO CONTABLE-DISPONIBLE
               MOVE "0" TO LEE-TODO
               PERFORM LEE-SIGUIENTE-APUNTE
               PERFORM ANOTAR-APUNTE
               UNTIL LEE-TODO = "1"
               CLOSE CONTABLE-ARCHIVO.

       LEE-SIGUIENTE-APUNTE.
           READ CONTABLE-ARCHIVO
           AT END
           MOVE "1" TO LEE-TODO.

       ANOTAR-APUNTE.
           IF CONTABLE-APUNTE
               ADD 1 TO CONT-APUNTES-LEIDOS
               IF CONTABLE-AL-DEBE
                   ADD CONTABLE-IMPORTE TO LOTE-DEBE
               ELSE
                   ADD CONTABLE-IMPORTE TO LOTE-HABER.
           IF CONTABLE-APUNTE AND CONTABLE-AL-DEBE AND
              CONTABLE-CUENTA = CUENTA-GASTOS-PERSONAL
               MOVE CONTABLE-DEPARTAMENTO TO DEPARTAMENTO-BUSCADO
               PERFORM BUSCAR-O-CREAR-DEPARTAMENTO
               IF POSICION-DEPARTAMENTO > 0
                   ADD CONTABLE-IMPORTE
                       TO DEPARTAMENTO-CARGO (POSICION-DEPARTAMENTO)
               END-IF
               ADD CONTABLE-IMPORTE TO TOTAL-CARGO.
           IF CONTABLE-APUNTE AND CONTABLE-AL-HABER AND
              CONTABLE-CUENTA = CUENTA-REMUNERACIONES
               ADD CONTABLE-IMPORTE TO TOTAL-ABONO.
           IF CONTABLE-TOTAL
               MOVE "S" TO LOTE-CON-TOTAL
               IF CONTABLE-TOTAL-APUNTES NOT = CONT-APUNTES-LEIDOS OR
                  CONTABLE-TOTAL-DEBE NOT = LOTE-DEBE OR
                  CONTABLE-TOTAL-HABER NOT = LOTE-HABER
                   MOVE "LOTE" TO DESCUADRE-CLAVE
                   MOVE LOTE-DEBE TO DESCUADRE-NOMINA
                   MOVE LOTE-HABER TO DESCUADRE-CONTRASTE
                   MOVE "LINEA DE TOTAL DEL LOTE NO CUADRA"
                       TO DESCUADRE-MOTIVO
                   PERFORM IMPRIMIR-DESCUADRE.
           PERFORM LEE-SIGUIENTE-APUNTE.

       BUSCAR-O-CREAR-EMPLEADO.
           MOVE 0 TO POSICION-EMPLEADO.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-EMPLEADO
           UNTIL SUB-I > CONT-EMPLEADOS OR POSICION-EMPLEADO > 0.
           IF POSICION-EMPLEADO = 0
               IF CONT-EMPLEADOS < 500
                   ADD 1 TO CONT-EMPLEADOS
                   MOVE CONT-EMPLEADOS TO POSICION-EMPLEADO
                   MOVE EMPLEADO-BUSCADO
                       TO EMPLEADO-ID (POSICION-EMPLEADO)
                   MOVE ZERO TO EMPLEADO-NETO (POSICION-EMPLEADO)
                   MOVE ZERO TO EMPLEADO-ORDENADO (POSICION-EMPLEADO)
                   MOVE "N" TO EMPLEADO-EN-NOMINA (POSICION-EMPLEADO)
                   MOVE "N" TO EMPLEADO-EN-ORDENES (POSICION-EMPLEADO)
               ELSE
                   IF AVISO-EMPLEADOS-LLENA = "N"
                       DISPLAY "Aviso: mas de 500 empleados, la "
                               "conciliacion por empleado no incluye "
                               "los siguientes."
                       MOVE "S" TO AVISO-EMPLEADOS-LLENA.

       COMPARAR-FILA-EMPLEADO.
           IF EMPLEADO-ID (SUB-I) = EMPLEADO-BUSCADO
               MOVE SUB-I TO POSICION-EMPLEADO.
           ADD 1 TO SUB-I.

       BUSCAR-O-CREAR-DEPARTAMENTO.
           MOVE 0 TO POSICION-DEPARTAMENTO.
           MOVE 1 TO SUB-D.
           PERFORM COMPARAR-FILA-DEPARTAMENTO
           UNTIL SUB-D > CONT-DEPARTAMENTOS OR
                 POSICION-DEPARTAMENTO > 0.
           IF POSICION-DEPARTAMENTO = 0
               IF CONT-DEPARTAMENTOS < 50
                   ADD 1 TO CONT-DEPARTAMENTOS
                   MOVE CONT-DEPARTAMENTOS TO POSICION-DEPARTAMENTO
                   MOVE DEPARTAMENTO-BUSCADO
                       TO DEPARTAMENTO-CODIGO (POSICION-DEPARTAMENTO)
                   MOVE ZERO
                       TO DEPARTAMENTO-BRUTO (POSICION-DEPARTAMENTO)
                   MOVE ZERO
                       TO DEPARTAMENTO-DESCUENTOS
                          (POSICION-DEPARTAMENTO)
                   MOVE ZERO
                       TO DEPARTAMENTO-CARGO (POSICION-DEPARTAMENTO)
               ELSE
                   IF AVISO-DEPARTAMENTOS-LLENA = "N"
                       DISPLAY "Aviso: mas de 50 departamentos, la "
                               "conciliacion por departamento no "
                               "incluye los siguientes."
                       MOVE "S" TO AVISO-DEPARTAMENTOS-LLENA.

       COMPARAR-FILA-DEPARTAMENTO.
           IF DEPARTAMENTO-CODIGO (SUB-D) = DEPARTAMENTO-BUSCADO
               MOVE SUB-D TO POSICION-DEPARTAMENTO.
           ADD 1 TO SUB-D.

       COMPARAR-EMPLEADOS.
      *Neto de la nomina contra lo ordenado al banco.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-UN-EMPLEADO
           UNTIL SUB-I > CONT-EMPLEADOS.

       COMPARAR-UN-EMPLEADO.
           MOVE SPACE TO DESCUADRE-CLAVE.
           STRING "EMPL " DELIMITED BY SIZE
                  EMPLEADO-ID (SUB-I) DELIMITED BY SIZE
               INTO DESCUADRE-CLAVE.
           MOVE EMPLEADO-NETO (SUB-I) TO DESCUADRE-NOMINA.
           MOVE EMPLEADO-ORDENADO (SUB-I) TO DESCUADRE-CONTRASTE.
           IF EMPLEADO-EN-NOMINA (SUB-I) = "S" AND
              EMPLEADO-EN-ORDENES (SUB-I) = "N"
               MOVE "NETO DE NOMINA SIN ORDEN DE PAGO"
                   TO DESCUADRE-MOTIVO
               PERFORM IMPRIMIR-DESCUADRE
           ELSE
               IF EMPLEADO-EN-NOMINA (SUB-I) = "N"
                   MOVE "ORDEN DE PAGO SIN NOMINA"
                       TO DESCUADRE-MOTIVO
                   PERFORM IMPRIMIR-DESCUADRE
               ELSE
                   IF EMPLEADO-NETO (SUB-I) NOT =
                      EMPLEADO-ORDENADO (SUB-I)
                       MOVE "NETO DISTINTO DE LO ORDENADO"
                           TO DESCUADRE-MOTIVO
                       PERFORM IMPRIMIR-DESCUADRE.
           ADD 1 TO SUB-I.

       COMPARAR-DEPARTAMENTOS.
      *Devengado de la nomina contra el cargo a gastos de personal.
           MOVE 1 TO SUB-D.
           PERFORM COMPARAR-UN-DEPARTAMENTO
           UNTIL SUB-D > CONT-DEPARTAMENTOS.

       COMPARAR-UN-DEPARTAMENTO.
           IF DEPARTAMENTO-BRUTO (SUB-D) NOT =
              DEPARTAMENTO-CARGO (SUB-D)
               MOVE SPACE TO DESCUADRE-CLAVE
               STRING "DEPT " DELIMITED BY SIZE
                      DEPARTAMENTO-CODIGO (SUB-D) DELIMITED BY SIZE
                   INTO DESCUADRE-CLAVE
               MOVE DEPARTAMENTO-BRUTO (SUB-D) TO DESCUADRE-NOMINA
               MOVE DEPARTAMENTO-CARGO (SUB-D) TO DESCUADRE-CONTRASTE
               MOVE "DEVENGADO DISTINTO DEL CARGO CONTABLE"
                   TO DESCUADRE-MOTIVO
               PERFORM IMPRIMIR-DESCUADRE.
           ADD 1 TO SUB-D.

       COMPARAR-TOTALES.
      *El abono a remuneraciones pendientes tiene que cubrir lo que
      *se paga al trabajador mas lo que se le retiene.
           IF CONTABLE-DISPONIBLE = "S" AND LOTE-CON-TOTAL = "N"
               MOVE "LOTE" TO DESCUADRE-CLAVE
               MOVE LOTE-DEBE TO DESCUADRE-NOMINA
               MOVE LOTE-HABER TO DESCUADRE-CONTRASTE
               MOVE "LOTE CONTABLE SIN LINEA DE TOTAL"
                   TO DESCUADRE-MOTIVO
               PERFORM IMPRIMIR-DESCUADRE.
           COMPUTE DESCUADRE-NOMINA = TOTAL-NETO + TOTAL-DESCUENTOS.
           IF DESCUADRE-NOMINA NOT = TOTAL-ABONO
               MOVE "TOTAL" TO DESCUADRE-CLAVE
               MOVE TOTAL-ABONO TO DESCUADRE-CONTRASTE
               MOVE "NETO MAS DESCUENTOS DISTINTO DEL ABONO"
                   TO DESCUADRE-MOTIVO
               PERFORM IMPRIMIR-DESCUADRE.
           IF TOTAL-NETO NOT = TOTAL-ORDENADO
               MOVE "TOTAL" TO DESCUADRE-CLAVE
               MOVE TOTAL-NETO TO DESCUADRE-NOMINA
               MOVE TOTAL-ORDENADO TO DESCUADRE-CONTRASTE
               MOVE "NETO TOTAL DISTINTO DE LA REMESA"
                   TO DESCUADRE-MOTIVO
               PERFORM IMPRIMIR-DESCUADRE.

       IMPRIMIR-DESCUADRE.
           ADD 1 TO CONT-DESCUADRES.
           COMPUTE DESCUADRE-DIFERENCIA =
                   DESCUADRE-NOMINA - DESCUADRE-CONTRASTE.
           COMPUTE IMPORTE-PANTALLA = DESCUADRE-NOMINA / 100.
           MOVE IMPORTE-PANTALLA TO NOMINA-EDITADA.
           COMPUTE IMPORTE-PANTALLA = DESCUADRE-CONTRASTE / 100.
           MOVE IMPORTE-PANTALLA TO CONTRASTE-EDITADO.
           COMPUTE IMPORTE-PANTALLA = DESCUADRE-DIFERENCIA / 100.
           MOVE IMPORTE-PANTALLA TO DIFERENCIA-EDITADA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING DESCUADRE-CLAVE DELIMITED BY SIZE
                  NOMINA-EDITADA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONTRASTE-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DIFERENCIA-EDITADA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DESCUADRE-MOTIVO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "CONCILIACION_TRIPLE.TXT" TO INFORME-NOMBRE.
           MOVE "CONCILIACION-TRIPLE" TO INFORME-PROGRAMA.
           MOVE "CONCILIACION NOMINA, CONTABILIDAD Y BANCO"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "PERIODO: " DELIMITED BY SIZE
                  PERIODO-9 DELIMITED BY SIZE
                  "   CONCEPTO DE LAS ORDENES: " DELIMITED BY SIZE
                  CONCEPTO-NOMINA DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           STRING "DESCUADRE           NOMINA  BANCO/CONTAB.  "
                  DELIMITED BY SIZE
                  "    DIFERENCIA  MOTIVO" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           IF CONT-DESCUADRES = 0
               MOVE "L" TO INFORME-OPERACION
               MOVE "SIN DESCUADRES." TO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-EMPLEADOS TO CONT-EDITADO.
           STRING "EMPLEADOS CONCILIADOS:     " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE TOTAL-NETO TO IMPORTE-CENTIMOS.
           MOVE "NETO DE NOMINA:            " TO INFORME-LINEA.
           PERFORM IMPRIMIR-TOTAL.
           MOVE TOTAL-ORDENADO TO IMPORTE-CENTIMOS.
           MOVE "ORDENADO AL BANCO:         " TO INFORME-LINEA.
           PERFORM IMPRIMIR-TOTAL.
           MOVE TOTAL-BRUTO TO IMPORTE-CENTIMOS.
           MOVE "DEVENGADO DE NOMINA:       " TO INFORME-LINEA.
           PERFORM IMPRIMIR-TOTAL.
           MOVE TOTAL-CARGO TO IMPORTE-CENTIMOS.
           MOVE "CARGO A GASTOS DE PERSONAL:" TO INFORME-LINEA.
           PERFORM IMPRIMIR-TOTAL.
           MOVE TOTAL-DESCUENTOS TO IMPORTE-CENTIMOS.
           MOVE "DESCUENTOS DE NOMINA:      " TO INFORME-LINEA.
           PERFORM IMPRIMIR-TOTAL.
           MOVE TOTAL-ABONO TO IMPORTE-CENTIMOS.
           MOVE "ABONO A REMUNERACIONES:    " TO INFORME-LINEA.
           PERFORM IMPRIMIR-TOTAL.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-DESCUADRES TO CONT-EDITADO.
           STRING "DESCUADRES:                " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-TOTAL.
           COMPUTE IMPORTE-PANTALLA = IMPORTE-CENTIMOS / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           MOVE IMPORTE-EDITADO TO INFORME-LINEA (28:15).
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN DE LA CONCILIACION DEL PERIODO " PERIODO-9.
           DISPLAY "Empleados conciliados: " CONT-EMPLEADOS.
           DISPLAY "Departamentos:         " CONT-DEPARTAMENTOS.
           DISPLAY "Descuadres:            " CONT-DESCUADRES.
           DISPLAY "Detalle en CONCILIACION_TRIPLE.TXT".

       PEDIR-FIRMA.
      *Con descuadres el supervisor puede firmar igualmente, dejando
      *constancia de cuantos acepta; si no firma, el periodo queda
      *pendiente y no se puede cerrar.
           IF CONT-DESCUADRES = 0
               DISPLAY "Conciliacion cuadrada."
           ELSE
               DISPLAY "Hay " CONT-DESCUADRES " descuadres sin "
                       "resolver.".
           MOVE SPACE TO SI-NO.
           PERFORM PREGUNTAR-FIRMA
           UNTIL SI-NO = "S" OR SI-NO = "N".

       PREGUNTAR-FIRMA.
           IF CONT-DESCUADRES = 0
               DISPLAY "¿Firmar la conciliacion del periodo (S/N)?"
           ELSE
               DISPLAY "¿Firmar aceptando los descuadres (S/N)?".
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO = "n"
               MOVE "N" TO SI-NO.
           IF SI-NO NOT = "S" AND SI-NO NOT = "N"
               DISPLAY "Debes introducir S/N.".

       GRABAR-CONCILIACION.
      *Si el registro de conciliaciones no existe lo creamos antes de
      *abrirlo en modo aleatorio. La ultima conciliacion del periodo
      *sustituye a la anterior.
           OPEN I-O CONCILIACIONES-ARCHIVO.
           IF CONCILIACIONES-STATUS = "35"
               OPEN OUTPUT CONCILIACIONES-ARCHIVO
               CLOSE CONCILIACIONES-ARCHIVO
               OPEN I-O CONCILIACIONES-ARCHIVO.
           MOVE SPACE TO CONCIL-REGISTRO.
           MOVE PERIODO-9 TO CONCIL-ANIO-MES.
           IF SI-NO = "S"
               MOVE "F" TO CONCIL-ESTADO
           ELSE
               MOVE "P" TO CONCIL-ESTADO.
           MOVE CONT-DESCUADRES TO CONCIL-DESCUADRES.
           MOVE CONT-EMPLEADOS TO CONCIL-EMPLEADOS.
           MOVE TOTAL-NETO TO CONCIL-TOTAL-NETO.
           MOVE TOTAL-ORDENADO TO CONCIL-TOTAL-ORDENES.
           MOVE TOTAL-BRUTO TO CONCIL-TOTAL-BRUTO.
           MOVE TOTAL-CARGO TO CONCIL-TOTAL-CONTABLE.
           MOVE FECHA-DE-HOY TO CONCIL-FECHA.
           MOVE SESION-OPERADOR-ID TO CONCIL-OPERADOR-ID.
           MOVE "S" TO REGISTRO-EXISTE.
           WRITE CONCIL-REGISTRO
               INVALID KEY
                   MOVE "N" TO REGISTRO-EXISTE
           END-WRITE.
           IF REGISTRO-EXISTE = "N"
               REWRITE CONCIL-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar la conciliacion "
                               CONCIL-ANIO-MES
               END-REWRITE.
           CLOSE CONCILIACIONES-ARCHIVO.
           IF SI-NO = "S"
               DISPLAY "Conciliacion del periodo " PERIODO-9
                       " firmada."
           ELSE
               DISPLAY "Conciliacion del periodo " PERIODO-9
                       " pendiente de firma.".

       END PROGRAM CONCILIACION-TRIPLE.

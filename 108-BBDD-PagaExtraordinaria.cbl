       COPY "copybooks/28-PhRevision.cbl".
      *Archivo de acumulados anuales por empleado.
       COPY "copybooks/28-PhAcumuladosAnuales.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoRevision.cbl".
      *Archivo de acumulados anuales por empleado.
       COPY "copybooks/28-LoAcumuladosAnuales.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       01  SEMESTRE-DESDE PIC 9(8).
       01  SEMESTRE-HASTA PIC 9(8).
       01  DIAS-LABORABLES-SEMESTRE PIC 9(3) VALUE 0.
      *Mes en que se paga la paga, con el que queda en el historico
      *de resultados de nomina.
       01  MES-PAGA PIC 9(6).

      *Tramos de IRPF y porcentaje de seguridad social del maestro
      *de deducciones, como en CALCULO-NOMINA.
       01  DEVENGO-HASTA PIC 9(8).
       01  DIAS-DEVENGADOS PIC 9(3).
       01  PAGA-BRUTA PIC S9(7)V99.
       01  BASE-IRPF PIC S9(7)V99.
       01  IMPORTE-IRPF PIC S9(7)V99.
       01  IMPORTE-SEG-SOCIAL PIC S9(7)V99.
       01  PAGA-NETA PIC S9(7)V99.

       01  IMPORTE-CENTIMOS PIC 9(13).
       01  TOTAL-REMESA PIC 9(13) VALUE 0.
       01  TOTAL-PAGAS-BRUTAS PIC 9(13) VALUE 0.
       01  TOTAL-DEBE PIC 9(13) VALUE 0.
       01  TOTAL-HABER PIC 9(13) VALUE 0.
       01  SUMA-SALARIOS-EXTRAIDOS PIC 9(13) VALUE 0.
       01  FECHA-DE-HOY PIC 9(8).
       01  OPERADOR-SESION PIC X(6).

      *Fecha en que el banco debe abonar la paga y concepto que
      *acompana a cada transferencia.
       01  FECHA-EJECUCION-X PIC X(8).
       01  FECHA-EJECUCION PIC 9(8).
       01  FECHA-EJECUCION-R REDEFINES FECHA-EJECUCION.
           05 EJECUCION-ANIO PIC 9(4).
           05 EJECUCION-MES PIC 9(2).
           05 EJECUCION-DIA PIC 9(2).
       01  CONCEPTO-PAGA PIC X(35).
      *Area de peticion del modulo de transferencias SEPA.
       COPY "copybooks/28-LkSepa.cbl".
      *Area de peticion del modulo de reversion de periodificaciones.
       COPY "copybooks/28-LkReversion.cbl".

      *Area de peticion del modulo de dias laborables.
       COPY "copybooks/28-LkLaborables.cbl".
      *Area de peticion del modulo de reduccion por discapacidad.
       COPY "copybooks/28-LkDiscapacidad.cbl".

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
       COPY "copybooks/28-EstadoRevision.cbl".
      *Estado del archivo de acumulados anuales.
       COPY "copybooks/28-EstadoAcumuladosAnuales.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".

       PROCEDURE DIVISION.

           PERFORM ESCRIBIR-TOTAL-REMESA.
           PERFORM ESCRIBIR-ARCHIVO-CONTABLE.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM GENERAR-FICHERO-SEPA.
           PERFORM MOSTRAR-RESUMEN.
           STOP RUN.

           IF EJERCICIO-X NOT NUMERIC
               COMPUTE EJERCICIO-9 = FECHA-DE-HOY / 10000
               DISPLAY "Ejercicio no valido, se usa " EJERCICIO-9.
           PERFORM PEDIR-FECHA-EJECUCION.

       PREGUNTAR-PAGA.
           DISPLAY "Paga a calcular (J junio / D diciembre): ".
           IF PAGA-ELEGIDA NOT = "J" AND PAGA-ELEGIDA NOT = "D"
               DISPLAY "Debes introducir J o D.".

       PEDIR-FECHA-EJECUCION.
      *El banco no admite fechas de ejecucion pasadas: en blanco o
      *anterior a hoy, la paga se abona hoy.
           DISPLAY "Fecha de ejecucion del pago (AAAAMMDD, en "
                   "blanco = hoy): ".
           ACCEPT FECHA-EJECUCION-X.
           IF FECHA-EJECUCION-X NUMERIC
               MOVE FECHA-EJECUCION-X TO FECHA-EJECUCION
           ELSE
               MOVE ZERO TO FECHA-EJECUCION.
           IF FECHA-EJECUCION NOT = 0
               IF EJECUCION-MES < 1 OR EJECUCION-MES > 12 OR
                  EJECUCION-DIA < 1 OR EJECUCION-DIA > 31 OR
                  FECHA-EJECUCION < FECHA-DE-HOY
                   DISPLAY "Fecha de ejecucion no valida, se usa "
                           FECHA-DE-HOY
                   MOVE ZERO TO FECHA-EJECUCION.
           IF FECHA-EJECUCION = 0
               MOVE FECHA-DE-HOY TO FECHA-EJECUCION.

       CALCULAR-SEMESTRE.
      *La paga de junio devenga el semestre enero-junio y la de
      *diciembre el semestre julio-diciembre del ejercicio.
           ELSE
               COMPUTE SEMESTRE-DESDE = EJERCICIO-9 * 10000 + 0701
               COMPUTE SEMESTRE-HASTA = EJERCICIO-9 * 10000 + 1231.
           COMPUTE MES-PAGA = SEMESTRE-HASTA / 100.
           MOVE SPACE TO CONCEPTO-PAGA.
           STRING "PAGA EXTRA " DELIMITED BY SIZE
                  EJERCICIO-9 DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  SEMESTRE-HASTA (5:2) DELIMITED BY SIZE
               INTO CONCEPTO-PAGA.
           MOVE SPACE TO LABORABLES-PETICION.
           MOVE "E" TO LABORABLES-OPERACION.
           MOVE SEMESTRE-DESDE TO LABORABLES-FECHA-DESDE.
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
      *El traslado entre empresas del grupo no corta el devengo: la
      *paga entera la abona la empresa actual del empleado.
                   IF CONT-BAJAS < 200 AND NOT BAJA-POR-TRASLADO
                       ADD 1 TO CONT-BAJAS
                       MOVE BAJA-EMPLEADOS-ID
                           TO BAJA-FILA-ID (CONT-BAJAS)
           PERFORM ABRIR-SECUENCIA.
           PERFORM ABRIR-REVISION.
           PERFORM ABRIR-ACUMULADOS-ANUALES.
           PERFORM ABRIR-RESULTADOS-NOMINA.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE SECUENCIA-NOMINA-ARCHIVO.
           CLOSE REVISION-ARCHIVO.
           CLOSE ACUMULADOS-ANUALES-ARCHIVO.
           CLOSE RESULTADOS-NOMINA-ARCHIVO.

       ABRIR-SECUENCIA.
      *El archivo de secuencia guarda un unico registro con el numero
               CLOSE ACUMULADOS-ANUALES-ARCHIVO
               OPEN I-O ACUMULADOS-ANUALES-ARCHIVO.

       ABRIR-RESULTADOS-NOMINA.
           OPEN I-O RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS = "35"
               OPEN OUTPUT RESULTADOS-NOMINA-ARCHIVO
               CLOSE RESULTADOS-NOMINA-ARCHIVO
               OPEN I-O RESULTADOS-NOMINA-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
                   PERFORM GENERAR-ORDEN-DE-PAGO
                   PERFORM SUMAR-AL-DEPARTAMENTO
                   PERFORM ACTUALIZAR-ACUMULADO-ANUAL
                   PERFORM GUARDAR-RESULTADOS-PAGA
                   ADD 1 TO CONT-PAGAS.
           PERFORM LEE-SIGUIENTE-REGISTRO.

                       DIAS-LABORABLES-SEMESTRE
           ELSE
               MOVE ZERO TO PAGA-BRUTA.
           PERFORM CALCULAR-BASE-IRPF.
           PERFORM OBTENER-PORCENTAJE-IRPF.
           COMPUTE IMPORTE-IRPF ROUNDED =
                   BASE-IRPF * PORCENTAJE-IRPF / 100.
           COMPUTE IMPORTE-SEG-SOCIAL ROUNDED =
                   PAGA-BRUTA * PORCENTAJE-SEG-SOCIAL / 100.
           COMPUTE PAGA-NETA = PAGA-BRUTA - IMPORTE-IRPF
               CALL "DIAS-LABORABLES" USING LABORABLES-PETICION
               MOVE LABORABLES-RESULTADO-DIAS TO DIAS-DEVENGADOS.

       CALCULAR-BASE-IRPF.
      *La discapacidad acreditada del trabajador reduce la base de
      *retencion de la paga en la parte que le toca de la reduccion
      *anual, igual que en la nomina mensual.
           MOVE SPACE TO DISCAP-PETICION.
           MOVE EMPLEADOS-DISCAPACIDAD-GRADO-X TO DISCAP-GRADO.
           MOVE EMPLEADOS-DISCAPACIDAD-CADUCA-X TO DISCAP-CADUCIDAD.
           IF NOT EMPLEADOS-VERSION-VIGENTE
               MOVE SPACE TO DISCAP-GRADO.
           MOVE SEMESTRE-HASTA TO DISCAP-FECHA.
           CALL "REDUCCION-DISCAPACIDAD" USING DISCAP-PETICION.
           COMPUTE BASE-IRPF = PAGA-BRUTA - DISCAP-REDUCCION.
           IF BASE-IRPF < 0
               MOVE ZERO TO BASE-IRPF.

       OBTENER-PORCENTAJE-IRPF.
      *Con porcentaje personal calculado (proyeccion anual y
      *situacion familiar) se retiene a ese tipo; sin el, en
      *registros antiguos o aun sin calcular, se aplica el tramo
      *general del maestro de deducciones.
           IF EMPLEADOS-VERSION-VIGENTE AND
              EMPLEADOS-IRPF-PERSONAL-X NUMERIC
               MOVE EMPLEADOS-IRPF-PERSONAL TO PORCENTAJE-IRPF
           ELSE
               PERFORM BUSCAR-TRAMO-IRPF.

       BUSCAR-TRAMO-IRPF.
      *El primer tramo cuyo limite cubre la base de la paga marca el
      *porcentaje de retencion; si ninguno la cubre se aplica el
      *ultimo tramo.
           MOVE ZERO TO PORCENTAJE-IRPF.
           MOVE "N" TO TRAMO-ENCONTRADO.
           MOVE 1 TO SUB-TRAMO.
               MOVE TRAMO-PORCENTAJE (CONT-TRAMOS) TO PORCENTAJE-IRPF.

       COMPARAR-TRAMO.
           IF BASE-IRPF <= TRAMO-LIMITE (SUB-TRAMO)
               MOVE TRAMO-PORCENTAJE (SUB-TRAMO) TO PORCENTAJE-IRPF
               MOVE "S" TO TRAMO-ENCONTRADO.
           ADD 1 TO SUB-TRAMO.
                       DIAS-DEVENGADOS-EDITADOS " DE "
                       DIAS-SEMESTRE-EDITADOS " DIAS LABORABLES".
           DISPLAY "PAGA BRUTA:         " PAGA-BRUTA-EDITADA.
           IF DISCAP-REDUCCION > 0
               DISPLAY "RETENCION REDUCIDA POR DISCAPACIDAD ("
                       EMPLEADOS-DISCAPACIDAD-GRADO-X "%)".
           DISPLAY "RETENCION IRPF:     " IMPORTE-IRPF-EDITADO.
           DISPLAY "SEGURIDAD SOCIAL:   " IMPORTE-SEG-SOCIAL-EDITADO.
           DISPLAY "PAGA NETA:          " PAGA-NETA-EDITADA.
           MOVE EMPLEADOS-BANCO-TITULAR TO ORDEN-PAGO-TITULAR.
           COMPUTE IMPORTE-CENTIMOS = PAGA-NETA * 100.
           MOVE IMPORTE-CENTIMOS TO ORDEN-PAGO-IMPORTE.
           MOVE FECHA-EJECUCION TO ORDEN-PAGO-FECHA-EJECUCION.
           MOVE CONCEPTO-PAGA TO ORDEN-PAGO-CONCEPTO.
           WRITE ORDEN-PAGO-REGISTRO.
           PERFORM COMPROBAR-ESTADO-ORDENES.
           ADD 1 TO CONT-ORDENES.
                           "de " EMPLEADOS-ID
           END-REWRITE.

       GUARDAR-RESULTADOS-PAGA.
      *La paga queda en el historico de resultados como pasada
      *extra del mes en que se paga. Las lineas son siempre las
      *mismas, asi que repetir la paga las sustituye.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE 010 TO RESNOM-LINEA.
           MOVE "SALB" TO RESNOM-CONCEPTO.
           IF PAGA-ELEGIDA = "J"
               MOVE "PAGA EXTRA DE JUNIO" TO RESNOM-DESCRIPCION
           ELSE
               MOVE "PAGA EXTRA DE DICIEMBRE" TO RESNOM-DESCRIPCION.
           MOVE "D" TO RESNOM-CLASE.
           MOVE DIAS-DEVENGADOS TO RESNOM-UNIDADES.
           MOVE EMPLEADOS-SALARIO TO RESNOM-BASE.
           MOVE PAGA-BRUTA TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE 100 TO RESNOM-LINEA.
           MOVE "BRUT" TO RESNOM-CONCEPTO.
           MOVE "TOTAL DEVENGADO" TO RESNOM-DESCRIPCION.
           MOVE "T" TO RESNOM-CLASE.
           MOVE PAGA-BRUTA TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE 110 TO RESNOM-LINEA.
           MOVE "IRPF" TO RESNOM-CONCEPTO.
           MOVE "RETENCION IRPF" TO RESNOM-DESCRIPCION.
           MOVE "S" TO RESNOM-CLASE.
           MOVE BASE-IRPF TO RESNOM-BASE.
           MOVE PORCENTAJE-IRPF TO RESNOM-PORCENTAJE.
           MOVE IMPORTE-IRPF TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE 120 TO RESNOM-LINEA.
           MOVE "SSOC" TO RESNOM-CONCEPTO.
           MOVE "SEGURIDAD SOCIAL" TO RESNOM-DESCRIPCION.
           MOVE "S" TO RESNOM-CLASE.
           MOVE PAGA-BRUTA TO RESNOM-BASE.
           MOVE PORCENTAJE-SEG-SOCIAL TO RESNOM-PORCENTAJE.
           MOVE IMPORTE-SEG-SOCIAL TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE 200 TO RESNOM-LINEA.
           MOVE "NETO" TO RESNOM-CONCEPTO.
           MOVE "LIQUIDO A PERCIBIR" TO RESNOM-DESCRIPCION.
           MOVE "T" TO RESNOM-CLASE.
           MOVE PAGA-NETA TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.

       PREPARAR-LINEA-RESULTADO.
           MOVE SPACE TO RESNOM-REGISTRO.
           MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID.
           MOVE MES-PAGA TO RESNOM-ANIO-MES.
           MOVE "E" TO RESNOM-PASADA.
           MOVE ZERO TO RESNOM-UNIDADES.
           MOVE ZERO TO RESNOM-BASE.
           MOVE ZERO TO RESNOM-PORCENTAJE.
           MOVE ZERO TO RESNOM-IMPORTE.
           MOVE EMPLEADOS-DEPARTAMENTO TO RESNOM-DEPARTAMENTO.
      *Paga la empresa actual del empleado, o la anterior mientras
      *su traslado no rija; en blanco es la empresa principal.
           MOVE EMPLEADOS-EMPRESA TO RESNOM-EMPRESA.
           IF EMPLEADOS-EMPRESA-DESDE-X NUMERIC AND
              EMPLEADOS-EMPRESA-ANTERIOR NOT = SPACE
               IF EMPLEADOS-EMPRESA-DESDE > FECHA-DE-HOY
                   MOVE EMPLEADOS-EMPRESA-ANTERIOR TO RESNOM-EMPRESA.
           IF RESNOM-EMPRESA = SPACE
               MOVE "01" TO RESNOM-EMPRESA.
           MOVE FECHA-DE-HOY TO RESNOM-FECHA-PROCESO.
           MOVE "PAGA-EXTRAORDINARIA" TO RESNOM-PROGRAMA.

       ESCRIBIR-LINEA-RESULTADO.
           WRITE RESNOM-REGISTRO
               INVALID KEY
                   REWRITE RESNOM-REGISTRO
                       INVALID KEY
                           DISPLAY "Error al guardar el resultado "
                                   "de la paga de " EMPLEADOS-ID
                   END-REWRITE
           END-WRITE.

       ESCRIBIR-ARCHIVO-CONTABLE.
      *Mismo lote que EXTRACTO-CONTABLE: cargo de gastos de personal
      *por departamento y abono del total a remuneraciones
      *pendientes de pago. Las sextas partes de esta paga que los
      *cierres de mes del semestre cargaron a gastos se revierten
      *en el mismo lote.
           MOVE ZERO TO TOTAL-DEBE.
           MOVE 1 TO SUB-I.
           PERFORM SUMAR-FILA-AL-DEBE
           UNTIL SUB-I > CONT-DEPARTAMENTOS.
           MOVE TOTAL-DEBE TO TOTAL-PAGAS-BRUTAS.
           MOVE TOTAL-DEBE TO TOTAL-HABER.
           PERFORM CONSULTAR-PERIODIFICACIONES.
           OPEN OUTPUT CONTABLE-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.
           MOVE 1 TO SUB-I.
           PERFORM ESCRIBIR-APUNTE-DEBE
           UNTIL SUB-I > CONT-DEPARTAMENTOS.
           PERFORM ESCRIBIR-APUNTE-HABER.
           IF REVERSION-TOTAL > 0
               PERFORM ESCRIBIR-APUNTE-REVERSION
               MOVE 1 TO SUB-I
               PERFORM ESCRIBIR-ABONO-REVERSION
               UNTIL SUB-I > REVERSION-DEPARTAMENTOS.
           PERFORM ESCRIBIR-TOTAL-LOTE.
           CLOSE CONTABLE-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.
           IF REVERSION-TOTAL > 0
               MOVE "M" TO REVERSION-OPERACION
               CALL "REVERTIR-PERIODIFICACION"
                   USING REVERSION-PETICION.

       CONSULTAR-PERIODIFICACIONES.
           MOVE SPACE TO REVERSION-PETICION.
           MOVE "C" TO REVERSION-OPERACION.
           MOVE "P" TO REVERSION-TIPO.
           COMPUTE REVERSION-MES-DESDE = SEMESTRE-DESDE / 100.
           MOVE MES-PAGA TO REVERSION-MES-HASTA.
           MOVE "PAGA-EXTRAORDINARIA" TO REVERSION-PROGRAMA.
           MOVE ZERO TO REVERSION-TOTAL.
           MOVE 0 TO REVERSION-DEPARTAMENTOS.
           CALL "REVERTIR-PERIODIFICACION" USING REVERSION-PETICION.
           ADD REVERSION-TOTAL TO TOTAL-DEBE.
           ADD REVERSION-TOTAL TO TOTAL-HABER.

       SUMAR-FILA-AL-DEBE.
           ADD ACUMULADO-IMPORTE (SUB-I) TO TOTAL-DEBE.
           MOVE "H" TO CONTABLE-DEBE-HABER.
           MOVE CUENTA-REMUNERACIONES TO CONTABLE-CUENTA.
           MOVE SPACE TO CONTABLE-DEPARTAMENTO.
           MOVE TOTAL-PAGAS-BRUTAS TO CONTABLE-IMPORTE.
           WRITE CONTABLE-REGISTRO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.
           ADD 1 TO CONT-APUNTES.

       ESCRIBIR-APUNTE-REVERSION.
           MOVE SPACE TO CONTABLE-REGISTRO.
           MOVE "A" TO CONTABLE-TIPO.
           MOVE "D" TO CONTABLE-DEBE-HABER.
           MOVE REVERSION-CUENTA TO CONTABLE-CUENTA.
           MOVE SPACE TO CONTABLE-DEPARTAMENTO.
           MOVE REVERSION-TOTAL TO CONTABLE-IMPORTE.
           WRITE CONTABLE-REGISTRO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.
           ADD 1 TO CONT-APUNTES.

       ESCRIBIR-ABONO-REVERSION.
           MOVE SPACE TO CONTABLE-REGISTRO.
           MOVE "A" TO CONTABLE-TIPO.
           MOVE "H" TO CONTABLE-DEBE-HABER.
           MOVE CUENTA-GASTOS-PERSONAL TO CONTABLE-CUENTA.
           MOVE REVERSION-DEPARTAMENTO (SUB-I)
               TO CONTABLE-DEPARTAMENTO.
           MOVE REVERSION-IMPORTE (SUB-I) TO CONTABLE-IMPORTE.
           WRITE CONTABLE-REGISTRO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.
           ADD 1 TO CONT-APUNTES.
           ADD 1 TO SUB-I.

       ESCRIBIR-TOTAL-LOTE.
           MOVE SPACE TO CONTABLE-TOTAL-REGISTRO.
           AT END
           MOVE "1" TO LEE-TODO.

       GENERAR-FICHERO-SEPA.
      *El XML para el banco se monta a partir de ORDENES_PAGO.TXT ya
      *cerrado; si no cuadra con el total de la remesa no se libera.
           MOVE SPACE TO SEPA-PETICION.
           CALL "TRANSFERENCIAS-SEPA" USING SEPA-PETICION.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN DE LA PAGA EXTRAORDINARIA".
           DISPLAY "Total seguridad social: " TOTAL-EDITADO.
           MOVE TOTAL-NETO TO TOTAL-EDITADO.
           DISPLAY "Total neto a pagar:     " TOTAL-EDITADO.
           DISPLAY "Fecha de ejecucion:     " FECHA-EJECUCION.
           IF REVERSION-TOTAL > 0
               COMPUTE TOTAL-EDITADO = REVERSION-TOTAL / 100
               DISPLAY "Periodificacion revertida: " TOTAL-EDITADO.
           IF SEPA-LIBERADO
               DISPLAY "Fichero SEPA_PAGOS.XML liberado, mensaje "
                       SEPA-MENSAJE-ID
           ELSE
               DISPLAY "*** Fichero SEPA retenido: " SEPA-MOTIVO.

       END PROGRAM PAGA-EXTRAORDINARIA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODIFICACION-MES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-PhAusencias.cbl".
      *Archivo de saldos de vacaciones traspasadas.
       COPY "copybooks/28-PhSaldosVacaciones.cbl".
      *Registro de periodificaciones de nomina.
       COPY "copybooks/28-PhPeriodificaciones.cbl".
      *Archivo de apuntes contables de nomina.
       COPY "copybooks/28-PhContable.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-LoAusencias.cbl".
      *Archivo de saldos de vacaciones traspasadas.
       COPY "copybooks/28-LoSaldosVacaciones.cbl".
      *Registro de periodificaciones de nomina.
       COPY "copybooks/28-LoPeriodificaciones.cbl".
      *Archivo de apuntes contables de nomina.
       COPY "copybooks/28-LoContable.cbl".

       WORKING-STORAGE SECTION.
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
       77  LEE-TODO PIC X.
       77  FIN-AUSENCIAS PIC X.
       77  FIN-PERIODIFICACIONES PIC X.
       77  AUSENCIAS-DISPONIBLES PIC X VALUE "N".
       77  SALDOS-DISPONIBLES PIC X VALUE "N".
       77  DEPARTAMENTO-VALIDO PIC X.
       77  MES-YA-PERIODIFICADO PIC X VALUE "N".
       77  PAGA-YA-PAGADA PIC X VALUE "N".
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  SUB-I PIC 9(2) COMP VALUE 0.
       77  POSICION-DEPARTAMENTO PIC 9(2) COMP VALUE 0.
       77  CONT-DEPARTAMENTOS PIC 9(2) COMP VALUE 0.
       77  CONT-EMPLEADOS PIC 9(5) COMP VALUE 0.
       77  CONT-HUERFANOS PIC 9(5) COMP VALUE 0.
       77  CONT-APUNTES PIC 9(9) COMP VALUE 0.
       77  CONT-REGISTROS PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-DE-HOY-R REDEFINES FECHA-DE-HOY.
           05 HOY-ANIO-MES PIC 9(6).
           05 HOY-DIA PIC 9(2).

      *Mes que se cierra y su ultimo dia natural, que es la fecha de
      *corte del devengo de vacaciones.
       01  MES-CIERRE-X PIC X(6).
       01  MES-CIERRE REDEFINES MES-CIERRE-X PIC 9(6).
       01  MES-CIERRE-R REDEFINES MES-CIERRE-X.
           05 CIERRE-ANIO PIC 9(4).
           05 CIERRE-MES PIC 9(2).
       01  FECHA-CIERRE PIC 9(8).
       01  DIAS-DEL-MES PIC 9(2).
       01  RESTO-BISIESTO PIC 9(4).
       01  COCIENTE-BISIESTO PIC 9(4).
      *Primer mes del semestre cuya paga extraordinaria se devenga:
      *enero para la de junio y julio para la de diciembre.
       01  SEMESTRE-MES-DESDE PIC 9(6).

      *Cuentas del lote: cargo a gastos de personal por departamento
      *y abono a las cuentas de pasivo de pagas extraordinarias y de
      *vacaciones devengadas y no pagadas.
       01  CUENTA-GASTOS-PERSONAL PIC X(8) VALUE "64000000".
       01  CUENTA-PAGAS-DEVENGADAS PIC X(8) VALUE "46500100".
       01  CUENTA-VACACIONES-DEVENGADAS PIC X(8) VALUE "46500200".

      *Vacaciones devengadas y no disfrutadas al cierre del mes, con
      *la misma regla que el certificado de empresa: el derecho anual
      *(22 dias mas uno por cada cinco anios de servicio y ajustado a
      *la jornada parcial) en proporcion a los meses transcurridos
      *del anio, mas el traspaso pendiente del anio anterior, menos
      *lo ya disfrutado, a un treintavo del salario por dia.
       01  ANIOS-SERVICIO PIC 9(3).
       01  DERECHO-ANUAL PIC 9(3).
       01  DERECHO-PROPORCIONAL PIC 9(3).
       01  MESES-DEVENGO PIC 9(2).
       01  ALTA-ANIO-MES PIC 9(6).
       01  DIAS-DISFRUTADOS PIC 9(3).
       01  DIAS-TRASPASO PIC S9(3).
       01  VACACIONES-PENDIENTES PIC S9(3).
       01  EJERCICIO-DESDE PIC 9(8).

      *Importes del empleado en curso, en centimos como en el lote.
       01  IMPORTE-PAGA PIC 9(13).
       01  IMPORTE-VACACIONES PIC 9(13).
      *Cuenta e importe del apunte que se esta escribiendo.
       01  CUENTA-HABER PIC X(8).
       01  IMPORTE-APUNTE PIC 9(13).

      *Acumulado por departamento de las dos periodificaciones.
       01  TABLA-DEPARTAMENTOS.
           05 ACUMULADO-FILA OCCURS 50 TIMES.
               10 ACUMULADO-DEPARTAMENTO PIC X(4).
               10 ACUMULADO-PAGAS PIC 9(13).
               10 ACUMULADO-VACACIONES PIC 9(13).

       01  TOTAL-PAGAS PIC 9(13) VALUE 0.
       01  TOTAL-VACACIONES PIC 9(13) VALUE 0.
       01  TOTAL-DEBE PIC 9(13) VALUE 0.
       01  TOTAL-HABER PIC 9(13) VALUE 0.
       01  IMPORTE-PANTALLA PIC 9(11)V99.
       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99.

       01  APELLIDOS-CORTOS PIC X(18).
       01  SALARIO-EDITADO PIC ZZZZZZ9.99.
       01  PAGA-EDITADA PIC ZZZZZZ9.99.
       01  DIAS-EDITADOS PIC -ZZ9.
       01  VACACIONES-EDITADAS PIC ZZZZZZ9.99.

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del archivo de ausencias y vacaciones.
       COPY "copybooks/28-EstadoAusencias.cbl".
      *Estado del archivo de saldos de vacaciones traspasadas.
       COPY "copybooks/28-EstadoSaldosVacaciones.cbl".
      *Estado del registro de periodificaciones.
       COPY "copybooks/28-EstadoPeriodificaciones.cbl".
      *Estado del archivo de apuntes contables.
       COPY "copybooks/28-EstadoContable.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM FIJAR-MES.
           PERFORM CALCULAR-FECHAS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM COMPROBAR-MES-PERIODIFICADO.
           IF MES-YA-PERIODIFICADO = "S"
               DISPLAY "El mes " MES-CIERRE " ya esta periodificado, "
                       "no se repite."
               PERFORM PROCEDIMIENTO-DE-CIERRE
               GOBACK.
           PERFORM COMPROBAR-PAGA-PAGADA.
           PERFORM ABRIR-INFORME.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM PERIODIFICAR-EMPLEADO
           UNTIL LEE-TODO = "1".
           PERFORM CERRAR-INFORME.
           COMPUTE TOTAL-DEBE = TOTAL-PAGAS + TOTAL-VACACIONES.
           MOVE TOTAL-DEBE TO TOTAL-HABER.
           IF CONT-HUERFANOS = 0 AND TOTAL-DEBE > 0
               PERFORM ESCRIBIR-ARCHIVO-CONTABLE
               PERFORM GRABAR-PERIODIFICACIONES
               DISPLAY "Periodificacion generada en "
                       "ASIENTOS_CONTABLES.TXT"
           ELSE
               IF CONT-HUERFANOS > 0
                   DISPLAY "LOTE CONTABLE RECHAZADO, NO SE GENERA EL "
                           "ARCHIVO."
                   DISPLAY "Departamentos inexistentes: "
                           CONT-HUERFANOS
               ELSE
                   DISPLAY "No hay importes que periodificar.".
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM MOSTRAR-RESUMEN.
           GOBACK.

       FIJAR-MES.
      *Paso de la cadena nocturna, sin preguntas: se periodifica el
      *mes de la fecha de negocio.
           MOVE HOY-ANIO-MES TO MES-CIERRE.

       CALCULAR-FECHAS.
           MOVE 31 TO DIAS-DEL-MES.
           IF CIERRE-MES = 4 OR CIERRE-MES = 6 OR
              CIERRE-MES = 9 OR CIERRE-MES = 11
               MOVE 30 TO DIAS-DEL-MES.
           IF CIERRE-MES = 2
               MOVE 28 TO DIAS-DEL-MES
               PERFORM COMPROBAR-BISIESTO.
           COMPUTE FECHA-CIERRE = MES-CIERRE * 100 + DIAS-DEL-MES.
           COMPUTE EJERCICIO-DESDE = CIERRE-ANIO * 10000 + 101.
           IF CIERRE-MES < 7
               COMPUTE SEMESTRE-MES-DESDE = CIERRE-ANIO * 100 + 1
           ELSE
               COMPUTE SEMESTRE-MES-DESDE = CIERRE-ANIO * 100 + 7.

       COMPROBAR-BISIESTO.
           DIVIDE CIERRE-ANIO BY 4 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 29 TO DIAS-DEL-MES.
           DIVIDE CIERRE-ANIO BY 100 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 28 TO DIAS-DEL-MES.
           DIVIDE CIERRE-ANIO BY 400 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
               MOVE 29 TO DIAS-DEL-MES.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           MOVE "S" TO AUSENCIAS-DISPONIBLES.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           IF AUSENCIAS-ARCHIVO-STATUS = "35"
               MOVE "N" TO AUSENCIAS-DISPONIBLES.
           MOVE "S" TO SALDOS-DISPONIBLES.
           OPEN INPUT SALDOS-VACACIONES-ARCHIVO.
           IF SALDOS-VACACIONES-STATUS = "35"
               MOVE "N" TO SALDOS-DISPONIBLES.
      *Si el registro de periodificaciones no existe lo creamos antes
      *de abrirlo en modo aleatorio.
           OPEN I-O PERIODIFICACIONES-ARCHIVO.
           IF PERIODIFICACIONES-STATUS = "35"
               OPEN OUTPUT PERIODIFICACIONES-ARCHIVO
               CLOSE PERIODIFICACIONES-ARCHIVO
               OPEN I-O PERIODIFICACIONES-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE DEPARTAMENTOS-ARCHIVO.
           IF AUSENCIAS-DISPONIBLES = "S"
               CLOSE AUSENCIAS-ARCHIVO.
           IF SALDOS-DISPONIBLES = "S"
               CLOSE SALDOS-VACACIONES-ARCHIVO.
           CLOSE PERIODIFICACIONES-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       COMPROBAR-ESTADO-CONTABLE.
           IF CONTABLE-ARCHIVO-STATUS NOT = "00"
               DISPLAY "Estado de archivo contable inesperado: "
                       CONTABLE-ARCHIVO-STATUS.

       COMPROBAR-MES-PERIODIFICADO.
      *Un mes ya periodificado no se vuelve a cargar: el lote
      *duplicaria el gasto y el pasivo.
           MOVE "P" TO PERIODIF-TIPO.
           PERFORM BUSCAR-MES-EN-REGISTRO.
           MOVE "V" TO PERIODIF-TIPO.
           PERFORM BUSCAR-MES-EN-REGISTRO.

       BUSCAR-MES-EN-REGISTRO.
           MOVE MES-CIERRE TO PERIODIF-MES.
           MOVE LOW-VALUES TO PERIODIF-DEPARTAMENTO.
           START PERIODIFICACIONES-ARCHIVO KEY IS NOT LESS THAN
               PERIODIF-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PERIODIFICACIONES-ARCHIVO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PERIODIF-MES = MES-CIERRE
                               MOVE "S" TO MES-YA-PERIODIFICADO
                           END-IF
                   END-READ
           END-START.

       COMPROBAR-PAGA-PAGADA.
      *Si la paga del semestre ya se ha contabilizado, sus
      *periodificaciones estan revertidas y el gasto ya esta
      *reconocido: en lo que queda de semestre no se periodifica.
           MOVE "N" TO FIN-PERIODIFICACIONES.
           MOVE "P" TO PERIODIF-TIPO.
           MOVE SEMESTRE-MES-DESDE TO PERIODIF-MES.
           MOVE LOW-VALUES TO PERIODIF-DEPARTAMENTO.
           START PERIODIFICACIONES-ARCHIVO KEY IS NOT LESS THAN
               PERIODIF-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-PERIODIFICACIONES
           END-START.
           PERFORM EXAMINAR-PAGA-SEMESTRE
           UNTIL FIN-PERIODIFICACIONES = "S".
           IF PAGA-YA-PAGADA = "S"
               DISPLAY "La paga extraordinaria del semestre ya esta "
                       "contabilizada, solo se periodifican "
                       "vacaciones.".

       EXAMINAR-PAGA-SEMESTRE.
           READ PERIODIFICACIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PERIODIFICACIONES
           END-READ.
           IF FIN-PERIODIFICACIONES = "N"
               IF NOT PERIODIF-PAGA OR PERIODIF-MES > MES-CIERRE
                   MOVE "S" TO FIN-PERIODIFICACIONES.
           IF FIN-PERIODIFICACIONES = "N" AND PERIODIF-REVERTIDA
               MOVE "S" TO PAGA-YA-PAGADA
               MOVE "S" TO FIN-PERIODIFICACIONES.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       PERIODIFICAR-EMPLEADO.
      *Solo la plantilla activa dada de alta antes del cierre.
           IF EMPLEADOS-ACTIVO AND
              EMPLEADOS-FECHA-ALTA NOT > FECHA-CIERRE
               PERFORM VALIDAR-DEPARTAMENTO-EMPLEADO
               IF DEPARTAMENTO-VALIDO = "S"
                   PERFORM CALCULAR-EMPLEADO
               ELSE
                   ADD 1 TO CONT-HUERFANOS
                   DISPLAY "ID: " EMPLEADOS-ID
                           " Departamento inexistente: "
                           EMPLEADOS-DEPARTAMENTO.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       VALIDAR-DEPARTAMENTO-EMPLEADO.
           MOVE "N" TO DEPARTAMENTO-VALIDO.
           MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTOS-CODIGO.
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO DEPARTAMENTO-VALIDO
               NOT INVALID KEY
                   MOVE "S" TO DEPARTAMENTO-VALIDO
           END-READ.

       CALCULAR-EMPLEADO.
      *Cada paga extraordinaria es una mensualidad que se devenga a
      *lo largo de su semestre: cada cierre carga una sexta parte.
           MOVE ZERO TO IMPORTE-PAGA.
           IF PAGA-YA-PAGADA = "N"
               COMPUTE IMPORTE-PAGA ROUNDED =
                       EMPLEADOS-SALARIO * 100 / 6.
           PERFORM CALCULAR-VACACIONES.
           COMPUTE IMPORTE-VACACIONES ROUNDED =
                   EMPLEADOS-SALARIO * 100 *
                   VACACIONES-PENDIENTES / 30.
           PERFORM SUMAR-AL-DEPARTAMENTO.
           ADD 1 TO CONT-EMPLEADOS.
           PERFORM IMPRIMIR-EMPLEADO.

       CALCULAR-VACACIONES.
           COMPUTE ANIOS-SERVICIO =
                   (FECHA-CIERRE - EMPLEADOS-FECHA-ALTA) / 10000.
           COMPUTE DERECHO-ANUAL = 22 + (ANIOS-SERVICIO / 5).
           IF EMPLEADOS-JORNADA-PORCENTAJE NUMERIC AND
              EMPLEADOS-JORNADA-PORCENTAJE > 0 AND
              EMPLEADOS-JORNADA-PORCENTAJE < 100
               COMPUTE DERECHO-ANUAL ROUNDED =
                       DERECHO-ANUAL *
                       EMPLEADOS-JORNADA-PORCENTAJE / 100.
      *Quien entro este anio devenga desde su mes de alta.
           MOVE CIERRE-MES TO MESES-DEVENGO.
           IF EMPLEADOS-FECHA-ALTA > EJERCICIO-DESDE
               COMPUTE ALTA-ANIO-MES = EMPLEADOS-FECHA-ALTA / 100
               COMPUTE MESES-DEVENGO = MES-CIERRE - ALTA-ANIO-MES + 1.
           COMPUTE DERECHO-PROPORCIONAL ROUNDED =
                   DERECHO-ANUAL * MESES-DEVENGO / 12.
           MOVE ZERO TO DIAS-TRASPASO.
           IF SALDOS-DISPONIBLES = "S"
               MOVE EMPLEADOS-ID TO SALDOVAC-EMPLEADOS-ID
               MOVE CIERRE-ANIO TO SALDOVAC-EJERCICIO
               READ SALDOS-VACACIONES-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE DIAS-TRASPASO =
                               SALDOVAC-DIAS-TRASPASADOS -
                               SALDOVAC-DIAS-USADOS
               END-READ.
           MOVE ZERO TO DIAS-DISFRUTADOS.
           IF AUSENCIAS-DISPONIBLES = "S"
               PERFORM CONTAR-DISFRUTADOS.
           COMPUTE VACACIONES-PENDIENTES = DERECHO-PROPORCIONAL +
                   DIAS-TRASPASO - DIAS-DISFRUTADOS.
           IF VACACIONES-PENDIENTES < 0
               MOVE ZERO TO VACACIONES-PENDIENTES.

       CONTAR-DISFRUTADOS.
      *Dias de vacaciones con inicio en el anio del cierre y no
      *posterior a el.
           MOVE "N" TO FIN-AUSENCIAS.
           MOVE EMPLEADOS-ID TO AUSENCIA-EMPLEADOS-ID.
           MOVE ZEROES TO AUSENCIA-FECHA-DESDE.
           START AUSENCIAS-ARCHIVO KEY IS NOT LESS THAN
               AUSENCIA-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-AUSENCIAS
           END-START.
           PERFORM SUMAR-VACACION
           UNTIL FIN-AUSENCIAS = "S".

       SUMAR-VACACION.
           READ AUSENCIAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-AUSENCIAS
           END-READ.
           IF FIN-AUSENCIAS = "N" AND
              AUSENCIA-EMPLEADOS-ID NOT = EMPLEADOS-ID
               MOVE "S" TO FIN-AUSENCIAS.
           IF FIN-AUSENCIAS = "N" AND AUSENCIA-VACACIONES AND
              AUSENCIA-FECHA-DESDE NOT < EJERCICIO-DESDE AND
              AUSENCIA-FECHA-DESDE NOT > FECHA-CIERRE
               ADD AUSENCIA-DIAS TO DIAS-DISFRUTADOS.

       SUMAR-AL-DEPARTAMENTO.
           PERFORM BUSCAR-DEPARTAMENTO-EN-TABLA.
           IF POSICION-DEPARTAMENTO = 0
               IF CONT-DEPARTAMENTOS < 50
                   ADD 1 TO CONT-DEPARTAMENTOS
                   MOVE EMPLEADOS-DEPARTAMENTO
                       TO ACUMULADO-DEPARTAMENTO (CONT-DEPARTAMENTOS)
                   MOVE ZERO
                       TO ACUMULADO-PAGAS (CONT-DEPARTAMENTOS)
                   MOVE ZERO
                       TO ACUMULADO-VACACIONES (CONT-DEPARTAMENTOS)
                   MOVE CONT-DEPARTAMENTOS TO POSICION-DEPARTAMENTO
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 50 departamentos, la "
                               "periodificacion no incluye los "
                               "siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.
           IF POSICION-DEPARTAMENTO > 0
               ADD IMPORTE-PAGA
                   TO ACUMULADO-PAGAS (POSICION-DEPARTAMENTO)
               ADD IMPORTE-VACACIONES
                   TO ACUMULADO-VACACIONES (POSICION-DEPARTAMENTO)
               ADD IMPORTE-PAGA TO TOTAL-PAGAS
               ADD IMPORTE-VACACIONES TO TOTAL-VACACIONES.

       BUSCAR-DEPARTAMENTO-EN-TABLA.
           MOVE 0 TO POSICION-DEPARTAMENTO.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-DEPARTAMENTO
           UNTIL SUB-I > CONT-DEPARTAMENTOS OR
                 POSICION-DEPARTAMENTO > 0.

       COMPARAR-FILA-DEPARTAMENTO.
           IF ACUMULADO-DEPARTAMENTO (SUB-I) = EMPLEADOS-DEPARTAMENTO
               MOVE SUB-I TO POSICION-DEPARTAMENTO.
           ADD 1 TO SUB-I.

       ESCRIBIR-ARCHIVO-CONTABLE.
      *Cargo a gastos de personal por departamento, una linea por
      *cada tipo de periodificacion, y abono del total de cada tipo
      *a su cuenta de pasivo.
           OPEN OUTPUT CONTABLE-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.
           MOVE 1 TO SUB-I.
           PERFORM ESCRIBIR-APUNTES-DEBE
           UNTIL SUB-I > CONT-DEPARTAMENTOS.
           IF TOTAL-PAGAS > 0
               MOVE CUENTA-PAGAS-DEVENGADAS TO CUENTA-HABER
               MOVE TOTAL-PAGAS TO IMPORTE-APUNTE
               PERFORM ESCRIBIR-APUNTE-HABER.
           IF TOTAL-VACACIONES > 0
               MOVE CUENTA-VACACIONES-DEVENGADAS TO CUENTA-HABER
               MOVE TOTAL-VACACIONES TO IMPORTE-APUNTE
               PERFORM ESCRIBIR-APUNTE-HABER.
           PERFORM ESCRIBIR-TOTAL-LOTE.
           CLOSE CONTABLE-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.

       ESCRIBIR-APUNTES-DEBE.
           IF ACUMULADO-PAGAS (SUB-I) > 0
               MOVE ACUMULADO-PAGAS (SUB-I) TO IMPORTE-APUNTE
               PERFORM ESCRIBIR-APUNTE-DEBE.
           IF ACUMULADO-VACACIONES (SUB-I) > 0
               MOVE ACUMULADO-VACACIONES (SUB-I) TO IMPORTE-APUNTE
               PERFORM ESCRIBIR-APUNTE-DEBE.
           ADD 1 TO SUB-I.

       ESCRIBIR-APUNTE-DEBE.
           MOVE SPACE TO CONTABLE-REGISTRO.
           MOVE "A" TO CONTABLE-TIPO.
           MOVE "D" TO CONTABLE-DEBE-HABER.
           MOVE CUENTA-GASTOS-PERSONAL TO CONTABLE-CUENTA.
           MOVE ACUMULADO-DEPARTAMENTO (SUB-I)
               TO CONTABLE-DEPARTAMENTO.
           MOVE IMPORTE-APUNTE TO CONTABLE-IMPORTE.
           WRITE CONTABLE-REGISTRO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.
           ADD 1 TO CONT-APUNTES.

       ESCRIBIR-APUNTE-HABER.
           MOVE SPACE TO CONTABLE-REGISTRO.
           MOVE "A" TO CONTABLE-TIPO.
           MOVE "H" TO CONTABLE-DEBE-HABER.
           MOVE CUENTA-HABER TO CONTABLE-CUENTA.
           MOVE SPACE TO CONTABLE-DEPARTAMENTO.
           MOVE IMPORTE-APUNTE TO CONTABLE-IMPORTE.
           WRITE CONTABLE-REGISTRO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.
           ADD 1 TO CONT-APUNTES.

       ESCRIBIR-TOTAL-LOTE.
           MOVE SPACE TO CONTABLE-TOTAL-REGISTRO.
           MOVE "T" TO CONTABLE-TOTAL-TIPO.
           MOVE CONT-APUNTES TO CONTABLE-TOTAL-APUNTES.
           MOVE TOTAL-DEBE TO CONTABLE-TOTAL-DEBE.
           MOVE TOTAL-HABER TO CONTABLE-TOTAL-HABER.
           WRITE CONTABLE-TOTAL-REGISTRO.
           PERFORM COMPROBAR-ESTADO-CONTABLE.

       GRABAR-PERIODIFICACIONES.
      *Queda pendiente de revertir lo cargado en cada departamento:
      *la paga cuando se contabilice la paga extraordinaria y las
      *vacaciones con el siguiente extracto contable mensual.
           MOVE 1 TO SUB-I.
           PERFORM GRABAR-FILA-PERIODIFICACION
           UNTIL SUB-I > CONT-DEPARTAMENTOS.

       GRABAR-FILA-PERIODIFICACION.
           IF ACUMULADO-PAGAS (SUB-I) > 0
               MOVE "P" TO PERIODIF-TIPO
               MOVE ACUMULADO-PAGAS (SUB-I) TO PERIODIF-IMPORTE
               PERFORM GRABAR-PERIODIFICACION.
           IF ACUMULADO-VACACIONES (SUB-I) > 0
               MOVE "V" TO PERIODIF-TIPO
               MOVE ACUMULADO-VACACIONES (SUB-I) TO PERIODIF-IMPORTE
               PERFORM GRABAR-PERIODIFICACION.
           ADD 1 TO SUB-I.

       GRABAR-PERIODIFICACION.
           MOVE MES-CIERRE TO PERIODIF-MES.
           MOVE ACUMULADO-DEPARTAMENTO (SUB-I)
               TO PERIODIF-DEPARTAMENTO.
           MOVE "P" TO PERIODIF-ESTADO.
           MOVE ZERO TO PERIODIF-FECHA-REVERSION.
           MOVE SPACE TO PERIODIF-PROGRAMA-REVERSION.
           WRITE PERIODIF-REGISTRO
               INVALID KEY
                   DISPLAY "Error al grabar la periodificacion "
                           PERIODIF-CLAVE
               NOT INVALID KEY
                   ADD 1 TO CONT-REGISTROS
           END-WRITE.

       IMPRIMIR-EMPLEADO.
           MOVE EMPLEADOS-APELLIDOS TO APELLIDOS-CORTOS.
           MOVE EMPLEADOS-SALARIO TO SALARIO-EDITADO.
           COMPUTE IMPORTE-PANTALLA = IMPORTE-PAGA / 100.
           MOVE IMPORTE-PANTALLA TO PAGA-EDITADA.
           MOVE VACACIONES-PENDIENTES TO DIAS-EDITADOS.
           COMPUTE IMPORTE-PANTALLA = IMPORTE-VACACIONES / 100.
           MOVE IMPORTE-PANTALLA TO VACACIONES-EDITADAS.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   " DELIMITED BY SIZE
                  EMPLEADOS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  APELLIDOS-CORTOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPLEADOS-DEPARTAMENTO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SALARIO-EDITADO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PAGA-EDITADA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DIAS-EDITADOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  VACACIONES-EDITADAS DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "PERIODIFICACIONES_MES.TXT" TO INFORME-NOMBRE.
           MOVE "PERIODIFICACION-MES" TO INFORME-PROGRAMA.
           MOVE "PERIODIFICACION DE PAGAS EXTRA Y VACACIONES"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "MES DE CIERRE: " DELIMITED BY SIZE
                  MES-CIERRE DELIMITED BY SIZE
                  "   FECHA DE CORTE: " DELIMITED BY SIZE
                  FECHA-CIERRE DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           IF PAGA-YA-PAGADA = "S"
               MOVE "PAGA EXTRAORDINARIA DEL SEMESTRE YA CONTABILIZADA"
                   TO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           STRING "   ID     APELLIDOS          DEPT     SALARIO  "
                  DELIMITED BY SIZE
                  "PAGA 1/6   DIAS  VACACIONES" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-EMPLEADOS TO CONT-EDITADO.
           STRING "EMPLEADOS PERIODIFICADOS:  " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           COMPUTE IMPORTE-PANTALLA = TOTAL-PAGAS / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           STRING "PAGAS EXTRAORDINARIAS:     " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           COMPUTE IMPORTE-PANTALLA = TOTAL-VACACIONES / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           STRING "VACACIONES DEVENGADAS:     " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-HUERFANOS TO CONT-EDITADO.
           STRING "DEPARTAMENTO INEXISTENTE:  " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN DE LA PERIODIFICACION DEL MES " MES-CIERRE.
           DISPLAY "Empleados periodificados:      " CONT-EMPLEADOS.
           DISPLAY "Departamentos:                 " CONT-DEPARTAMENTOS.
           DISPLAY "Empleados con departamento inexistente: "
                   CONT-HUERFANOS.
           COMPUTE IMPORTE-PANTALLA = TOTAL-PAGAS / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           DISPLAY "Pagas extraordinarias:         " IMPORTE-EDITADO.
           COMPUTE IMPORTE-PANTALLA = TOTAL-VACACIONES / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           DISPLAY "Vacaciones devengadas:         " IMPORTE-EDITADO.
           DISPLAY "Registros de periodificacion:  " CONT-REGISTROS.

       END PROGRAM PERIODIFICACION-MES.

       COPY "copybooks/28-PhAtrasos.cbl".
      *Archivo de control de periodos de nomina.
       COPY "copybooks/28-PhPeriodos.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".
      *Archivo maestro de conceptos salariales.
       COPY "copybooks/28-PhConceptos.cbl".
      *Archivo de complementos salariales por empleado.
       COPY "copybooks/28-PhComplementos.cbl".
      *Archivo mensual de primas por turnos.
       COPY "copybooks/28-PhPrimasTurnos.cbl".
      *Registro de variaciones de nomina por periodo.
       COPY "copybooks/28-PhVariacionesNomina.cbl".
      *Archivo de afiliaciones sindicales de los empleados.
       COPY "copybooks/28-PhAfiliaciones.cbl".
      *Archivo de participes del plan de pensiones.
       COPY "copybooks/28-PhPlanPensiones.cbl".
      *Archivo de elecciones de retribucion flexible.
       COPY "copybooks/28-PhRetribucionFlexible.cbl".
      *Archivo de retribucion variable anual.
       COPY "copybooks/28-PhIncentivos.cbl".
      *Archivo de pagos fuera de ciclo pendientes de regularizar.
       COPY "copybooks/28-PhPagosFueraCiclo.cbl".
      *Punto de control para reanudar una pasada interrumpida.
       COPY "copybooks/28-PhPuntoControlNomina.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoAtrasos.cbl".
      *Archivo de control de periodos de nomina.
       COPY "copybooks/28-LoPeriodos.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".
      *Archivo maestro de conceptos salariales.
       COPY "copybooks/28-LoConceptos.cbl".
      *Archivo de complementos salariales por empleado.
       COPY "copybooks/28-LoComplementos.cbl".
      *Archivo mensual de primas por turnos.
       COPY "copybooks/28-LoPrimasTurnos.cbl".
      *Registro de variaciones de nomina por periodo.
       COPY "copybooks/28-LoVariacionesNomina.cbl".
      *Archivo de afiliaciones sindicales de los empleados.
       COPY "copybooks/28-LoAfiliaciones.cbl".
      *Archivo de participes del plan de pensiones.
       COPY "copybooks/28-LoPlanPensiones.cbl".
      *Archivo de elecciones de retribucion flexible.
       COPY "copybooks/28-LoRetribucionFlexible.cbl".
      *Archivo de retribucion variable anual.
       COPY "copybooks/28-LoIncentivos.cbl".
      *Archivo de pagos fuera de ciclo pendientes de regularizar.
       COPY "copybooks/28-LoPagosFueraCiclo.cbl".
      *Punto de control para reanudar una pasada interrumpida.
       COPY "copybooks/28-LoPuntoControlNomina.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  CONT-DEPTOS-SIM PIC 9(2) COMP VALUE 0.
       77  CONT-SIMULADOS PIC 9(5) COMP VALUE 0.
       77  AVISO-TABLA-SIM-LLENA PIC X VALUE "N".
       77  FIN-RESULTADOS PIC X.
       77  CONT-LINEAS-RESULTADO PIC 9(7) COMP VALUE 0.
       77  COMPLEMENTOS-DISPONIBLES PIC X VALUE "N".
       77  CONCEPTOS-DISPONIBLES PIC X VALUE "N".
       77  FIN-COMPLEMENTOS PIC X.
       77  PRORRATEA-COMPLEMENTO PIC X.
       77  SUB-C PIC 9(2) COMP VALUE 0.
       77  CONT-COMPLEMENTOS-EMP PIC 9(2) COMP VALUE 0.
       77  PRIMAS-DISPONIBLES PIC X VALUE "N".
       77  AFILIACIONES-DISPONIBLES PIC X VALUE "N".
       77  FIN-AFILIACIONES PIC X.
       77  PLAN-PENSIONES-DISPONIBLE PIC X VALUE "N".
       77  FIN-PLAN-PENSIONES PIC X.
       77  FLEXIBLE-DISPONIBLE PIC X VALUE "N".
       77  SUB-F PIC 9(2) COMP VALUE 0.
       77  SUB-G PIC 9(2) COMP VALUE 0.
       77  INCENTIVOS-DISPONIBLES PIC X VALUE "N".
       77  FIN-INCENTIVOS PIC X.
       77  PAGOS-FUERA-CICLO-DISPONIBLES PIC X VALUE "N".
       77  FIN-PAGOS-FUERA-CICLO PIC X.
       77  SUB-M PIC 9(2) COMP VALUE 0.
       77  CONT-EMPRESAS-NOMINA PIC 9(2) COMP VALUE 0.
       77  POSICION-EMPRESA PIC 9(2) COMP VALUE 0.
       77  REANUDAR-NOMINA PIC X VALUE "N".
       77  RESPUESTA-REANUDAR PIC X.

      *Tramos de IRPF cargados del maestro de deducciones, en el
      *orden en que vienen en el archivo (de menor a mayor limite).
       01  SALARIO-PRORRATEADO PIC S9(7)V99.
       01  FECHA-BAJA-DEL-MES PIC 9(8).

      *Porcentaje de jornada que rige en el mes de nomina. Si el
      *porcentaje cambio dentro del mes, se pondera por dias
      *naturales el anterior y el nuevo. El salario, la antiguedad,
      *los complementos que se prorratean y el valor del dia de
      *ausencia se pagan a este porcentaje.
       01  PORCENTAJE-JORNADA-MES PIC 9(3)V99.
       01  JORNADA-DESDE-FECHA PIC 9(8).
       01  JORNADA-DESDE-FECHA-R REDEFINES JORNADA-DESDE-FECHA.
           05 FILLER PIC 9(6).
           05 JORNADA-DESDE-DIA PIC 9(2).
       01  DIAS-JORNADA-ANTERIOR PIC 9(2).

      *Embargos activos del empleado en curso, retenidos por orden
      *de prioridad tras IRPF y seguridad social y sin dejar el neto
      *en negativo. El pendiente de cada fila es lo que falta por
      *pagar, que esta nomina paga como concepto propio.
       01  IMPORTE-ATRASOS-EMPLEADO PIC S9(7)V99.

      *Retribucion variable de las campanias de evaluacion que
      *CICLO-INCENTIVOS dejo pendiente, pagada como concepto propio.
       01  IMPORTE-INCENTIVOS-EMPLEADO PIC S9(7)V99.

      *Complementos salariales en vigor del empleado en curso, con
      *el tratamiento de su concepto, pagados como lineas propias
      *del recibo. Los que no tributan o no cotizan se apartan de la
      *base de IRPF o de seguridad social.
       01  TABLA-COMPLEMENTOS-EMP.
           05 COMPLEMENTO-EMP-FILA OCCURS 20 TIMES.
               10 COMPLEMENTO-EMP-CONCEPTO PIC X(4).
               10 COMPLEMENTO-EMP-DESCRIPCION PIC X(25).
               10 COMPLEMENTO-EMP-TRIBUTA PIC X(01).
               10 COMPLEMENTO-EMP-COTIZA PIC X(01).
               10 COMPLEMENTO-EMP-MENSUAL PIC 9(5)V99.
               10 COMPLEMENTO-EMP-DIAS PIC 9(3).
               10 COMPLEMENTO-EMP-IMPORTE PIC S9(7)V99.
       01  COMPLEMENTO-DESDE PIC 9(8).
       01  COMPLEMENTO-HASTA PIC 9(8).
       01  IMPORTE-COMPLEMENTOS-EMPLEADO PIC S9(7)V99.
       01  COMPLEMENTOS-EXENTOS-IRPF PIC S9(7)V99.
       01  COMPLEMENTOS-EXENTOS-SS PIC S9(7)V99.
       01  BASE-IRPF PIC S9(7)V99.
       01  BASE-SEG-SOCIAL PIC S9(7)V99.

      *Primas de nocturnidad, fin de semana y festivos valoradas por
      *la pasada PRIMAS-TURNOS sobre los marcajes del mes.
       01  HORAS-NOCTURNAS-EMPLEADO PIC 9(3)V99.
       01  HORAS-FIN-SEMANA-EMPLEADO PIC 9(3)V99.
       01  HORAS-FESTIVAS-EMPLEADO PIC 9(3)V99.
       01  PRIMA-NOCTURNA-EMPLEADO PIC S9(7)V99.
       01  PRIMA-FIN-SEMANA-EMPLEADO PIC S9(7)V99.
       01  PRIMA-FESTIVA-EMPLEADO PIC S9(7)V99.
       01  IMPORTE-PRIMAS-EMPLEADO PIC S9(7)V99.

      *Cuota sindical del empleado en curso segun la afiliacion en
      *vigor en el tramo pagado del mes, y sindicato al que se
      *remite. Sin archivo de afiliaciones rige la cuota plana del
      *maestro de deducciones, sin sindicato.
       01  CUOTA-SINDICAL-EMPLEADO PIC S9(7)V99.
       01  SINDICATO-EMPLEADO PIC X(4).
       01  PORCENTAJE-SINDICAL-EMPLEADO PIC 9(3)V99.

      *Aportaciones al plan de pensiones de empleo segun la
      *incorporacion en vigor en el tramo pagado del mes, en
      *porcentaje del bruto: la del trabajador se descuenta en el
      *recibo y la de la empresa es coste de empleo.
       01  PORCENTAJE-PLAN-TRABAJADOR PIC 9(3)V99.
       01  PORCENTAJE-PLAN-EMPRESA PIC 9(3)V99.
       01  PLAN-TRABAJADOR-EMPLEADO PIC S9(7)V99.
       01  PLAN-EMPRESA-EMPLEADO PIC S9(7)V99.

      *Tipos de beneficio de la retribucion flexible, con el
      *concepto y la linea del historico de resultados en que se
      *guardan, la descripcion del recibo y el limite anual exento
      *que rige si el maestro de parametros no trae el suyo (con el
      *nombre FLEX-LIMITE- seguido del tipo). La guarderia esta
      *exenta sin limite: su valor por omision es el maximo.
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

      *Retribucion flexible del empleado en curso por tipo de
      *beneficio: importe cambiado del salario en el mes, parte
      *exenta y parte que tributa como especie, y parte exenta ya
      *aplicada en los meses anteriores del ejercicio.
       01  TABLA-FLEXIBLE-EMP.
           05 FLEXIBLE-EMP-FILA OCCURS 4 TIMES.
               10 FLEXIBLE-EMP-IMPORTE PIC S9(7)V99.
               10 FLEXIBLE-EMP-EXENTO PIC S9(7)V99.
               10 FLEXIBLE-EMP-ESPECIE PIC S9(7)V99.
               10 FLEXIBLE-EMP-EXENTO-PREVIO PIC S9(9)V99.
       01  IMPORTE-FLEXIBLE-EMPLEADO PIC S9(7)V99.
       01  ESPECIE-FLEXIBLE-EMPLEADO PIC S9(7)V99.
       01  LIMITE-FLEXIBLE-PENDIENTE PIC S9(9)V99.

      *Pagos fuera de ciclo que regulariza la nomina del mes: lo
      *pagado a cuenta se descuenta del bruto, y sus bases y
      *retenciones se suman a las del mes para que el tipo y las
      *cuotas salgan sobre el total y se descuente lo ya retenido.
       01  FUERA-CICLO-A-CUENTA PIC S9(7)V99.
       01  FUERA-CICLO-BASE-IRPF PIC S9(7)V99.
       01  FUERA-CICLO-IRPF PIC S9(7)V99.
       01  FUERA-CICLO-BASE-SEG-SOCIAL PIC S9(7)V99.
       01  FUERA-CICLO-SEG-SOCIAL PIC S9(7)V99.
       01  FUERA-CICLO-SS-EMPRESA PIC S9(7)V99.
       01  FUERA-CICLO-EDITADO PIC $$$$,$$9.99-.

       01  SALARIO-BRUTO PIC S9(7)V99.
       01  IMPORTE-IRPF PIC S9(7)V99.
       01  IMPORTE-SEG-SOCIAL PIC S9(7)V99.
       01  SALARIO-NETO PIC S9(7)V99.

       01  TOTAL-HORAS-EXTRA PIC S9(9)V99 VALUE 0.
       01  TOTAL-HORAS-RETENIDAS PIC 9(7)V99 VALUE 0.
       01  TOTAL-DESCUENTO-AUSENCIAS PIC S9(9)V99 VALUE 0.
       01  TOTAL-EMBARGOS PIC S9(9)V99 VALUE 0.
       01  TOTAL-ANTICIPOS PIC S9(9)V99 VALUE 0.
       01  TOTAL-TRIENIOS PIC S9(9)V99 VALUE 0.
       01  TOTAL-SS-EMPRESA PIC S9(9)V99 VALUE 0.
       01  TOTAL-ATRASOS PIC S9(9)V99 VALUE 0.
       01  TOTAL-COMPLEMENTOS PIC S9(9)V99 VALUE 0.
       01  TOTAL-PRIMAS-TURNOS PIC S9(9)V99 VALUE 0.
       01  TOTAL-BRUTO PIC S9(9)V99 VALUE 0.
       01  TOTAL-IRPF PIC S9(9)V99 VALUE 0.
       01  TOTAL-SEG-SOCIAL PIC S9(9)V99 VALUE 0.
       01  TOTAL-SINDICAL PIC S9(9)V99 VALUE 0.
       01  TOTAL-PLAN-TRABAJADOR PIC S9(9)V99 VALUE 0.
       01  TOTAL-PLAN-EMPRESA PIC S9(9)V99 VALUE 0.
       01  TOTAL-FLEXIBLE PIC S9(9)V99 VALUE 0.
       01  TOTAL-INCENTIVOS PIC S9(9)V99 VALUE 0.
       01  TOTAL-ESPECIE-FLEXIBLE PIC S9(9)V99 VALUE 0.
       01  TOTAL-NETO PIC S9(9)V99 VALUE 0.

      *Empresa del grupo que paga el recibo del mes: la actual del
      *empleado, o la anterior si su traslado rige despues del mes
      *pagado. Con maestro de empresas cada una tiene su resumen de
      *nomina con sus totales de control; la empresa en blanco es la
      *principal.
       01  EMPRESA-NOMINA PIC X(2).
       01  TABLA-EMPRESAS-NOMINA.
           05 EMPNOM-FILA OCCURS 20 TIMES.
               10 EMPNOM-CODIGO PIC X(2).
               10 EMPNOM-NOMBRE PIC X(30).
               10 EMPNOM-CIF PIC X(9).
               10 EMPNOM-CUENTA-COTIZACION PIC X(11).
               10 EMPNOM-RECIBOS PIC 9(5).
               10 EMPNOM-BRUTO PIC S9(11)V99.
               10 EMPNOM-IRPF PIC S9(11)V99.
               10 EMPNOM-SEG-SOCIAL PIC S9(11)V99.
               10 EMPNOM-SS-EMPRESA PIC S9(11)V99.
               10 EMPNOM-NETO PIC S9(11)V99.
       01  RECIBOS-EDITADOS PIC ZZ,ZZ9.

       01  SALARIO-BRUTO-EDITADO PIC $$$$,$$9.99.
       01  IMPORTE-HORAS-EXTRA-EDITADO PIC $$$$,$$9.99.
       01  HORAS-EXTRA-EDITADAS PIC ZZZ9.99.
       01  HORAS-RETENIDAS-EDITADAS PIC ZZZ9.99.
       01  TOTAL-HORAS-RETENIDAS-EDITADO PIC Z,ZZZ,ZZ9.99.
       01  IMPORTE-AUSENCIAS-EDITADO PIC $$$$,$$9.99.
       01  DIAS-PERMISO-EDITADOS PIC ZZ9.
       01  DIAS-ENFERMEDAD-EDITADOS PIC ZZ9.
       01  SALDO-ANTICIPOS-EDITADO PIC $$$$,$$9.99.
       01  IMPORTE-TRIENIOS-EDITADO PIC $$$$,$$9.99.
       01  TRIENIOS-EDITADOS PIC Z9.
       01  JORNADA-EDITADA PIC ZZ9.99.
       01  ACUMULADO-EDITADO PIC $$$,$$$,$$9.99.
       01  IMPORTE-ATRASOS-EDITADO PIC $$$$,$$9.99.
       01  IMPORTE-INCENTIVOS-EDITADO PIC $$$$,$$9.99.
       01  IMPORTE-COMPLEMENTO-EDITADO PIC $$$$,$$9.99.
       01  IMPORTE-PRIMA-EDITADO PIC $$$$,$$9.99.
       01  HORAS-PRIMA-EDITADAS PIC ZZ9.99.
       01  IMPORTE-SIM-EDITADO PIC $$$,$$$,$$9.99.
       01  IMPORTE-SIM-EDITADO-2 PIC $$$,$$$,$$9.99.
       01  DIFERENCIA-EDITADA PIC +$$$,$$$,$$9.99.
       01  IMPORTE-IRPF-EDITADO PIC $$$$,$$9.99.
       01  IMPORTE-SEG-SOCIAL-EDITADO PIC $$$$,$$9.99.
       01  CUOTA-SINDICAL-EDITADA PIC $$$$,$$9.99.
       01  APORTACION-PLAN-EDITADA PIC $$$$,$$9.99.
       01  IMPORTE-FLEXIBLE-EDITADO PIC $$$$,$$9.99.
       01  SALARIO-NETO-EDITADO PIC $$$$,$$9.99.
       01  TOTAL-EDITADO PIC $$$,$$$,$$9.99.

       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del modulo de reduccion por discapacidad.
       COPY "copybooks/28-LkDiscapacidad.cbl".
      *Area de peticion del modulo de empresas del grupo.
       COPY "copybooks/28-LkEmpresas.cbl".

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
       COPY "copybooks/28-EstadoAtrasos.cbl".
      *Estado del archivo de control de periodos.
       COPY "copybooks/28-EstadoPeriodos.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".
      *Estado del archivo maestro de conceptos salariales.
       COPY "copybooks/28-EstadoConceptos.cbl".
      *Estado del archivo de complementos salariales.
       COPY "copybooks/28-EstadoComplementos.cbl".
      *Estado del archivo mensual de primas por turnos.
       COPY "copybooks/28-EstadoPrimasTurnos.cbl".
      *Estado del registro de variaciones de nomina.
       COPY "copybooks/28-EstadoVariacionesNomina.cbl".
      *Estado del archivo de afiliaciones sindicales.
       COPY "copybooks/28-EstadoAfiliaciones.cbl".
      *Estado del archivo de participes del plan de pensiones.
       COPY "copybooks/28-EstadoPlanPensiones.cbl".
      *Estado del archivo de elecciones de retribucion flexible.
       COPY "copybooks/28-EstadoRetribucionFlexible.cbl".
      *Estado del archivo de retribucion variable anual.
       COPY "copybooks/28-EstadoIncentivos.cbl".
      *Estado del archivo de pagos fuera de ciclo.
       COPY "copybooks/28-EstadoPagosFueraCiclo.cbl".
      *Estado del archivo de punto de control de la nomina.
       COPY "copybooks/28-EstadoPuntoControlNomina.cbl".

       PROCEDURE DIVISION.

           MOVE ULTIMO-DIA-MES TO FECHA-CORTE-VIGENCIA.
           PERFORM CARGAR-BAJAS.
           PERFORM CARGAR-DEDUCCIONES.
           PERFORM CARGAR-EMPRESAS-NOMINA.
           PERFORM ABRIR-PUNTO-CONTROL.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           MOVE "0" TO LEE-TODO.
           IF REANUDAR-NOMINA = "S"
               PERFORM SITUAR-TRAS-PUNTO-CONTROL.
           IF LEE-TODO = "0"
               PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM PROCESAR-EMPLEADO
           UNTIL LEE-TODO = "1".
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM TERMINAR-PUNTO-CONTROL.
           PERFORM ANULAR-CONTROL-VARIACIONES.
           IF GRUPO-EMPRESAS > 0
               MOVE 1 TO SUB-M
               PERFORM ESCRIBIR-RESUMEN-EMPRESA
               UNTIL SUB-M > CONT-EMPRESAS-NOMINA.
           PERFORM MOSTRAR-RESUMEN.
           STOP RUN.

           COMPUTE BRUTO-SIMULADO ROUNDED = EMPLEADOS-SALARIO *
                   (100 + PORCENTAJE-SUBIDA-SIMULADA) / 100.
           MOVE BRUTO-SIMULADO TO SALARIO-BRUTO.
           MOVE BRUTO-SIMULADO TO BASE-IRPF.
           PERFORM BUSCAR-TRAMO-IRPF.
           COMPUTE NETO-SIMULADO ROUNDED = SALARIO-BRUTO -
                   (SALARIO-BRUTO * PORCENTAJE-IRPF / 100) -
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO IMPORTE-TRIENIO
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

       CALCULAR-CALENDARIO-MES.
      *Primer y ultimo dia natural del mes de nomina y sus dias
      *laborables segun el calendario de festivos, para valorar el
           OPEN I-O EMBARGOS-ARCHIVO.
           IF EMBARGOS-ARCHIVO-STATUS = "35"
               MOVE "N" TO EMBARGOS-DISPONIBLES.
      *Al reanudar, la remesa ya tiene las lineas de los empleados
      *aplicados antes de la interrupcion y se continua tras ellas.
           IF REANUDAR-NOMINA = "S"
               OPEN EXTEND REMESA-EMBARGOS-ARCHIVO
               IF REMESA-EMBARGOS-STATUS = "35"
                   OPEN OUTPUT REMESA-EMBARGOS-ARCHIVO
               END-IF
           ELSE
               OPEN OUTPUT REMESA-EMBARGOS-ARCHIVO.
      *Sin maestro de anticipos no hay cuotas que recuperar.
           MOVE "S" TO ANTICIPOS-DISPONIBLES.
           OPEN I-O ANTICIPOS-ARCHIVO.
           OPEN I-O ATRASOS-ARCHIVO.
           IF ATRASOS-ARCHIVO-STATUS = "35"
               MOVE "N" TO ATRASOS-DISPONIBLES.
           PERFORM ABRIR-RESULTADOS-NOMINA.
      *Sin archivo de complementos la nomina no paga ninguno; sin
      *maestro de conceptos los complementos se pagan con su codigo
      *como descripcion y sujetos a IRPF y seguridad social.
           MOVE "S" TO COMPLEMENTOS-DISPONIBLES.
           OPEN INPUT COMPLEMENTOS-ARCHIVO.
           IF COMPLEMENTOS-ARCHIVO-STATUS = "35"
               MOVE "N" TO COMPLEMENTOS-DISPONIBLES.
           MOVE "S" TO CONCEPTOS-DISPONIBLES.
           OPEN INPUT CONCEPTOS-ARCHIVO.
           IF CONCEPTOS-ARCHIVO-STATUS = "35"
               MOVE "N" TO CONCEPTOS-DISPONIBLES.
      *Sin archivo de primas por turnos no se paga ninguna.
           MOVE "S" TO PRIMAS-DISPONIBLES.
           OPEN INPUT PRIMAS-TURNOS-ARCHIVO.
           IF PRIMAS-TURNOS-STATUS = "35"
               MOVE "N" TO PRIMAS-DISPONIBLES.
      *Sin archivo de afiliaciones sindicales rige la cuota plana
      *del maestro de deducciones para todos los empleados.
           MOVE "S" TO AFILIACIONES-DISPONIBLES.
           OPEN INPUT AFILIACIONES-ARCHIVO.
           IF AFILIACIONES-ARCHIVO-STATUS = "35"
               MOVE "N" TO AFILIACIONES-DISPONIBLES.
      *Sin archivo de participes nadie aporta al plan de pensiones.
           MOVE "S" TO PLAN-PENSIONES-DISPONIBLE.
           OPEN INPUT PLAN-PENSIONES-ARCHIVO.
           IF PLAN-PENSIONES-STATUS = "35"
               MOVE "N" TO PLAN-PENSIONES-DISPONIBLE.
      *Sin archivo de elecciones nadie tiene retribucion flexible.
           MOVE "S" TO FLEXIBLE-DISPONIBLE.
           OPEN INPUT RETRIBUCION-FLEXIBLE-ARCHIVO.
           IF RETRIBUCION-FLEXIBLE-STATUS = "35"
               MOVE "N" TO FLEXIBLE-DISPONIBLE.
      *Sin archivo de incentivos no hay retribucion variable que
      *pagar.
           MOVE "S" TO INCENTIVOS-DISPONIBLES.
           OPEN I-O INCENTIVOS-ARCHIVO.
           IF INCENTIVOS-ARCHIVO-STATUS = "35"
               MOVE "N" TO INCENTIVOS-DISPONIBLES.
      *Sin archivo de pagos fuera de ciclo no hay nada que
      *regularizar.
           MOVE "S" TO PAGOS-FUERA-CICLO-DISPONIBLES.
           OPEN INPUT PAGOS-FUERA-CICLO-ARCHIVO.
           IF PAGOS-FUERA-CICLO-STATUS = "35"
               MOVE "N" TO PAGOS-FUERA-CICLO-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE ACUMULADOS-ANUALES-ARCHIVO.
           IF ATRASOS-DISPONIBLES = "S"
               CLOSE ATRASOS-ARCHIVO.
           CLOSE RESULTADOS-NOMINA-ARCHIVO.
           IF COMPLEMENTOS-DISPONIBLES = "S"
               CLOSE COMPLEMENTOS-ARCHIVO.
           IF CONCEPTOS-DISPONIBLES = "S"
               CLOSE CONCEPTOS-ARCHIVO.
           IF PRIMAS-DISPONIBLES = "S"
               CLOSE PRIMAS-TURNOS-ARCHIVO.
           IF AFILIACIONES-DISPONIBLES = "S"
               CLOSE AFILIACIONES-ARCHIVO.
           IF PLAN-PENSIONES-DISPONIBLE = "S"
               CLOSE PLAN-PENSIONES-ARCHIVO.
           IF FLEXIBLE-DISPONIBLE = "S"
               CLOSE RETRIBUCION-FLEXIBLE-ARCHIVO.
           IF INCENTIVOS-DISPONIBLES = "S"
               CLOSE INCENTIVOS-ARCHIVO.
           IF PAGOS-FUERA-CICLO-DISPONIBLES = "S"
               CLOSE PAGOS-FUERA-CICLO-ARCHIVO.

       ANULAR-CONTROL-VARIACIONES.
      *La nomina del mes se acaba de recalcular: la comprobacion de
      *variaciones que hubiera deja de valer y ORDENES-PAGO exige
      *repetirla. Las explicaciones ya dadas se conservan para las
      *lineas cuyos importes no cambien.
           OPEN I-O VARIACIONES-NOMINA-ARCHIVO.
           IF VARIACIONES-NOMINA-STATUS = "00"
               MOVE MES-NOMINA TO VARNOM-ANIO-MES
               MOVE "C" TO VARNOM-AMBITO
               MOVE SPACE TO VARNOM-CODIGO
               MOVE SPACE TO VARNOM-MOTIVO
               READ VARIACIONES-NOMINA-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE VARIACIONES-NOMINA-ARCHIVO
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-READ
               CLOSE VARIACIONES-NOMINA-ARCHIVO.

       ABRIR-ACUMULADOS-ANUALES.
      *El archivo de acumulados anuales es indexado. Si todavia no
               CLOSE ACUMULADOS-ANUALES-ARCHIVO
               OPEN I-O ACUMULADOS-ANUALES-ARCHIVO.

       ABRIR-RESULTADOS-NOMINA.
      *El historico de resultados es indexado y se crea vacio la
      *primera vez que se paga una nomina.
           OPEN I-O RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS = "35"
               OPEN OUTPUT RESULTADOS-NOMINA-ARCHIVO
               CLOSE RESULTADOS-NOMINA-ARCHIVO
               OPEN I-O RESULTADOS-NOMINA-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
           IF PAGAR-EMPLEADO = "S"
               PERFORM CALCULAR-NOMINA-EMPLEADO
               PERFORM IMPRIMIR-RECIBO
               ADD 1 TO CONT-NOMINAS
               PERFORM GRABAR-PUNTO-CONTROL.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       ABRIR-PUNTO-CONTROL.
      *El punto de control guarda un unico registro con la pasada en
      *curso. Si la ultima pasada de este mes no llego al final se
      *ofrece reanudarla tras el ultimo empleado aplicado, con los
      *totales que llevaba: sus acumulados, embargos, anticipos,
      *atrasos e incentivos ya estan actualizados y no se repiten.
           MOVE "N" TO REANUDAR-NOMINA.
           OPEN I-O PUNTO-CONTROL-NOMINA-ARCHIVO.
           IF PUNTO-CONTROL-NOMINA-STATUS = "35"
               OPEN OUTPUT PUNTO-CONTROL-NOMINA-ARCHIVO
               MOVE SPACE TO PCNOM-REGISTRO
               MOVE ZERO TO PCNOM-MES-NOMINA
               MOVE "T" TO PCNOM-ESTADO
               WRITE PCNOM-REGISTRO
               CLOSE PUNTO-CONTROL-NOMINA-ARCHIVO
               OPEN I-O PUNTO-CONTROL-NOMINA-ARCHIVO.
           READ PUNTO-CONTROL-NOMINA-ARCHIVO
               INVALID KEY
                   MOVE SPACE TO PCNOM-REGISTRO
                   MOVE ZERO TO PCNOM-MES-NOMINA
                   MOVE "T" TO PCNOM-ESTADO
           END-READ.
           IF PCNOM-EN-CURSO
               IF PCNOM-MES-NOMINA = MES-NOMINA
                   PERFORM PREGUNTAR-REANUDACION
               ELSE
                   DISPLAY "Aviso: la nomina de " PCNOM-MES-NOMINA
                           " quedo interrumpida tras el empleado "
                           PCNOM-ULTIMO-ID " y no se reanudo.".
           IF REANUDAR-NOMINA = "S"
               PERFORM RESTAURAR-PUNTO-CONTROL
           ELSE
               PERFORM INICIAR-PUNTO-CONTROL.

       PREGUNTAR-REANUDACION.
      *Empezar de nuevo solo es correcto si antes se han restaurado
      *las copias de los archivos que actualiza la nomina; por eso
      *cualquier respuesta distinta de N reanuda.
           DISPLAY "La nomina de " MES-NOMINA " quedo interrumpida "
                   "tras el empleado " PCNOM-ULTIMO-ID ".".
           DISPLAY "Reanudar desde ese punto (S) o empezar de nuevo "
                   "con los archivos restaurados (N): ".
           ACCEPT RESPUESTA-REANUDAR.
           IF RESPUESTA-REANUDAR = "n"
               MOVE "N" TO RESPUESTA-REANUDAR.
           IF RESPUESTA-REANUDAR NOT = "N"
               MOVE "S" TO REANUDAR-NOMINA.

       INICIAR-PUNTO-CONTROL.
           MOVE MES-NOMINA TO PCNOM-MES-NOMINA.
           MOVE "E" TO PCNOM-ESTADO.
           MOVE SPACE TO PCNOM-ULTIMO-ID.
           MOVE FECHA-DE-HOY TO PCNOM-FECHA-INICIO.
           MOVE 0 TO PCNOM-REANUDACIONES.
           PERFORM COPIAR-TOTALES-A-PUNTO.
           REWRITE PCNOM-REGISTRO
               INVALID KEY
                   WRITE PCNOM-REGISTRO
                       INVALID KEY
                           DISPLAY "Error al iniciar el punto de "
                                   "control de la nomina."
                   END-WRITE
           END-REWRITE.

       RESTAURAR-PUNTO-CONTROL.
           MOVE PCNOM-CONT-NOMINAS TO CONT-NOMINAS.
           MOVE PCNOM-CONT-LINEAS-REMESA TO CONT-LINEAS-REMESA.
           MOVE PCNOM-CONT-LINEAS-RESULTADO TO CONT-LINEAS-RESULTADO.
           MOVE PCNOM-TOTAL-REMESA-EMBARGOS TO TOTAL-REMESA-EMBARGOS.
           MOVE PCNOM-TOTAL-HORAS-EXTRA TO TOTAL-HORAS-EXTRA.
           MOVE PCNOM-TOTAL-HORAS-RETENIDAS TO TOTAL-HORAS-RETENIDAS.
           MOVE PCNOM-TOTAL-DESCUENTO-AUSENCIAS
               TO TOTAL-DESCUENTO-AUSENCIAS.
           MOVE PCNOM-TOTAL-EMBARGOS TO TOTAL-EMBARGOS.
           MOVE PCNOM-TOTAL-ANTICIPOS TO TOTAL-ANTICIPOS.
           MOVE PCNOM-TOTAL-TRIENIOS TO TOTAL-TRIENIOS.
           MOVE PCNOM-TOTAL-SS-EMPRESA TO TOTAL-SS-EMPRESA.
           MOVE PCNOM-TOTAL-ATRASOS TO TOTAL-ATRASOS.
           MOVE PCNOM-TOTAL-COMPLEMENTOS TO TOTAL-COMPLEMENTOS.
           MOVE PCNOM-TOTAL-PRIMAS-TURNOS TO TOTAL-PRIMAS-TURNOS.
           MOVE PCNOM-TOTAL-BRUTO TO TOTAL-BRUTO.
           MOVE PCNOM-TOTAL-IRPF TO TOTAL-IRPF.
           MOVE PCNOM-TOTAL-SEG-SOCIAL TO TOTAL-SEG-SOCIAL.
           MOVE PCNOM-TOTAL-SINDICAL TO TOTAL-SINDICAL.
           MOVE PCNOM-TOTAL-PLAN-TRABAJADOR TO TOTAL-PLAN-TRABAJADOR.
           MOVE PCNOM-TOTAL-PLAN-EMPRESA TO TOTAL-PLAN-EMPRESA.
           MOVE PCNOM-TOTAL-FLEXIBLE TO TOTAL-FLEXIBLE.
           MOVE PCNOM-TOTAL-INCENTIVOS TO TOTAL-INCENTIVOS.
           MOVE PCNOM-TOTAL-ESPECIE-FLEXIBLE TO TOTAL-ESPECIE-FLEXIBLE.
           MOVE PCNOM-TOTAL-NETO TO TOTAL-NETO.
           MOVE PCNOM-CONT-EMPRESAS TO CONT-EMPRESAS-NOMINA.
           MOVE PCNOM-TABLA-EMPRESAS TO TABLA-EMPRESAS-NOMINA.
           ADD 1 TO PCNOM-REANUDACIONES.
           REWRITE PCNOM-REGISTRO
               INVALID KEY
                   DISPLAY "Error al anotar la reanudacion de la "
                           "nomina."
           END-REWRITE.
           DISPLAY "Nomina de " MES-NOMINA " reanudada tras el "
                   "empleado " PCNOM-ULTIMO-ID " con "
                   PCNOM-CONT-NOMINAS " recibos ya calculados.".

       SITUAR-TRAS-PUNTO-CONTROL.
           MOVE PCNOM-ULTIMO-ID TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS GREATER THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE "1" TO LEE-TODO
           END-START.

       GRABAR-PUNTO-CONTROL.
      *Se graba tras cada recibo, una vez aplicadas todas sus
      *actualizaciones: una interrupcion solo puede dejar a medias
      *al empleado que se estaba calculando en ese momento.
           MOVE EMPLEADOS-ID TO PCNOM-ULTIMO-ID.
           PERFORM COPIAR-TOTALES-A-PUNTO.
           REWRITE PCNOM-REGISTRO
               INVALID KEY
                   DISPLAY "Error al grabar el punto de control tras "
                           "el empleado " EMPLEADOS-ID
           END-REWRITE.

       COPIAR-TOTALES-A-PUNTO.
           MOVE CONT-NOMINAS TO PCNOM-CONT-NOMINAS.
           MOVE CONT-LINEAS-REMESA TO PCNOM-CONT-LINEAS-REMESA.
           MOVE CONT-LINEAS-RESULTADO TO PCNOM-CONT-LINEAS-RESULTADO.
           MOVE TOTAL-REMESA-EMBARGOS TO PCNOM-TOTAL-REMESA-EMBARGOS.
           MOVE TOTAL-HORAS-EXTRA TO PCNOM-TOTAL-HORAS-EXTRA.
           MOVE TOTAL-HORAS-RETENIDAS TO PCNOM-TOTAL-HORAS-RETENIDAS.
           MOVE TOTAL-DESCUENTO-AUSENCIAS
               TO PCNOM-TOTAL-DESCUENTO-AUSENCIAS.
           MOVE TOTAL-EMBARGOS TO PCNOM-TOTAL-EMBARGOS.
           MOVE TOTAL-ANTICIPOS TO PCNOM-TOTAL-ANTICIPOS.
           MOVE TOTAL-TRIENIOS TO PCNOM-TOTAL-TRIENIOS.
           MOVE TOTAL-SS-EMPRESA TO PCNOM-TOTAL-SS-EMPRESA.
           MOVE TOTAL-ATRASOS TO PCNOM-TOTAL-ATRASOS.
           MOVE TOTAL-COMPLEMENTOS TO PCNOM-TOTAL-COMPLEMENTOS.
           MOVE TOTAL-PRIMAS-TURNOS TO PCNOM-TOTAL-PRIMAS-TURNOS.
           MOVE TOTAL-BRUTO TO PCNOM-TOTAL-BRUTO.
           MOVE TOTAL-IRPF TO PCNOM-TOTAL-IRPF.
           MOVE TOTAL-SEG-SOCIAL TO PCNOM-TOTAL-SEG-SOCIAL.
           MOVE TOTAL-SINDICAL TO PCNOM-TOTAL-SINDICAL.
           MOVE TOTAL-PLAN-TRABAJADOR TO PCNOM-TOTAL-PLAN-TRABAJADOR.
           MOVE TOTAL-PLAN-EMPRESA TO PCNOM-TOTAL-PLAN-EMPRESA.
           MOVE TOTAL-FLEXIBLE TO PCNOM-TOTAL-FLEXIBLE.
           MOVE TOTAL-INCENTIVOS TO PCNOM-TOTAL-INCENTIVOS.
           MOVE TOTAL-ESPECIE-FLEXIBLE TO PCNOM-TOTAL-ESPECIE-FLEXIBLE.
           MOVE TOTAL-NETO TO PCNOM-TOTAL-NETO.
           MOVE CONT-EMPRESAS-NOMINA TO PCNOM-CONT-EMPRESAS.
           MOVE TABLA-EMPRESAS-NOMINA TO PCNOM-TABLA-EMPRESAS.

       TERMINAR-PUNTO-CONTROL.
      *Cerrados los archivos de la pasada, la nomina del mes queda
      *terminada y la siguiente ejecucion empieza desde el principio.
           MOVE "T" TO PCNOM-ESTADO.
           PERFORM COPIAR-TOTALES-A-PUNTO.
           REWRITE PCNOM-REGISTRO
               INVALID KEY
                   DISPLAY "Error al cerrar el punto de control de la "
                           "nomina."
           END-REWRITE.
           CLOSE PUNTO-CONTROL-NOMINA-ARCHIVO.

       BUSCAR-BAJA-DEL-MES.
           MOVE ZERO TO FECHA-BAJA-DEL-MES.
           MOVE 0 TO POSICION-BAJA.
           ADD 1 TO SUB-B.

       CALCULAR-NOMINA-EMPLEADO.
           PERFORM DETERMINAR-EMPRESA-NOMINA.
           PERFORM CALCULAR-JORNADA-MES THRU CALCULAR-JORNADA-MES-FIN.
           PERFORM CALCULAR-PRORRATEO THRU CALCULAR-PRORRATEO-FIN.
           IF PORCENTAJE-JORNADA-MES < 100
               COMPUTE SALARIO-PRORRATEADO ROUNDED =
                       SALARIO-PRORRATEADO * PORCENTAJE-JORNADA-MES
                       / 100.
           MOVE SALARIO-PRORRATEADO TO SALARIO-BRUTO.
           PERFORM CALCULAR-HORAS-EXTRA.
           ADD HEXTRA-IMPORTE TO SALARIO-BRUTO.
           ADD IMPORTE-TRIENIOS TO SALARIO-BRUTO.
           PERFORM COBRAR-ATRASOS THRU COBRAR-ATRASOS-FIN.
           ADD IMPORTE-ATRASOS-EMPLEADO TO SALARIO-BRUTO.
           PERFORM COBRAR-INCENTIVOS THRU COBRAR-INCENTIVOS-FIN.
           ADD IMPORTE-INCENTIVOS-EMPLEADO TO SALARIO-BRUTO.
           PERFORM CALCULAR-COMPLEMENTOS THRU CALCULAR-COMPLEMENTOS-FIN.
           ADD IMPORTE-COMPLEMENTOS-EMPLEADO TO SALARIO-BRUTO.
           PERFORM CARGAR-PRIMAS-TURNOS.
           ADD IMPORTE-PRIMAS-EMPLEADO TO SALARIO-BRUTO.
           PERFORM CALCULAR-AUSENCIAS-MES THRU CALCULAR-AUSENCIAS-FIN.
           SUBTRACT IMPORTE-DESCUENTO-AUSENCIAS FROM SALARIO-BRUTO.
           PERFORM CALCULAR-RETRIBUCION-FLEXIBLE
               THRU CALCULAR-RETRIBUCION-FLEXIBLE-FIN.
           SUBTRACT IMPORTE-FLEXIBLE-EMPLEADO FROM SALARIO-BRUTO.
           PERFORM CARGAR-PAGOS-FUERA-CICLO
               THRU CARGAR-PAGOS-FUERA-CICLO-FIN.
           SUBTRACT FUERA-CICLO-A-CUENTA FROM SALARIO-BRUTO.
      *La retribucion flexible sale del bruto dinerario; la parte
      *que pasa de los limites exentos tributa como especie y toda
      *ella sigue cotizando como el salario que sustituye.
           COMPUTE BASE-IRPF =
                   SALARIO-BRUTO - COMPLEMENTOS-EXENTOS-IRPF
                   + ESPECIE-FLEXIBLE-EMPLEADO.
           PERFORM REDUCIR-BASE-DISCAPACIDAD.
           COMPUTE BASE-SEG-SOCIAL =
                   SALARIO-BRUTO + IMPORTE-FLEXIBLE-EMPLEADO
                   - COMPLEMENTOS-EXENTOS-SS.
      *Tipo y cuotas sobre el mes entero, con lo pagado fuera de
      *ciclo incluido, menos lo que ya se retuvo al pagarlo.
           ADD FUERA-CICLO-BASE-IRPF TO BASE-IRPF.
           PERFORM OBTENER-PORCENTAJE-IRPF.
           COMPUTE IMPORTE-IRPF ROUNDED =
                   BASE-IRPF * PORCENTAJE-IRPF / 100
                   - FUERA-CICLO-IRPF.
           SUBTRACT FUERA-CICLO-BASE-IRPF FROM BASE-IRPF.
           COMPUTE IMPORTE-SEG-SOCIAL ROUNDED =
                   (BASE-SEG-SOCIAL + FUERA-CICLO-BASE-SEG-SOCIAL)
                   * PORCENTAJE-SEG-SOCIAL / 100
                   - FUERA-CICLO-SEG-SOCIAL.
      *La cuota patronal no se descuenta al trabajador: se calcula
      *en paralelo para el coste de empleo de la empresa.
           COMPUTE IMPORTE-SS-EMPRESA ROUNDED =
                   (BASE-SEG-SOCIAL + FUERA-CICLO-BASE-SEG-SOCIAL)
                   * PORCENTAJE-SS-EMPRESA / 100
                   - FUERA-CICLO-SS-EMPRESA.
           PERFORM CALCULAR-CUOTA-SINDICAL
               THRU CALCULAR-CUOTA-SINDICAL-FIN.
           PERFORM CALCULAR-PLAN-PENSIONES
               THRU CALCULAR-PLAN-PENSIONES-FIN.
           COMPUTE SALARIO-NETO = SALARIO-BRUTO - IMPORTE-IRPF
                   - IMPORTE-SEG-SOCIAL - CUOTA-SINDICAL-EMPLEADO
                   - PLAN-TRABAJADOR-EMPLEADO.
           PERFORM DESCONTAR-EMBARGOS THRU DESCONTAR-EMBARGOS-FIN.
           SUBTRACT IMPORTE-EMBARGOS-EMPLEADO FROM SALARIO-NETO.
           PERFORM DESCONTAR-ANTICIPOS THRU DESCONTAR-ANTICIPOS-FIN.
           SUBTRACT CUOTA-ANTICIPOS-EMPLEADO FROM SALARIO-NETO.
           ADD SALARIO-BRUTO TO TOTAL-BRUTO.
           ADD HEXTRA-IMPORTE TO TOTAL-HORAS-EXTRA.
           ADD HEXTRA-HORAS-RETENIDAS TO TOTAL-HORAS-RETENIDAS.
           ADD IMPORTE-TRIENIOS TO TOTAL-TRIENIOS.
           ADD IMPORTE-ATRASOS-EMPLEADO TO TOTAL-ATRASOS.
           ADD IMPORTE-INCENTIVOS-EMPLEADO TO TOTAL-INCENTIVOS.
           ADD IMPORTE-COMPLEMENTOS-EMPLEADO TO TOTAL-COMPLEMENTOS.
           ADD IMPORTE-PRIMAS-EMPLEADO TO TOTAL-PRIMAS-TURNOS.
           ADD IMPORTE-DESCUENTO-AUSENCIAS
               TO TOTAL-DESCUENTO-AUSENCIAS.
           ADD IMPORTE-IRPF TO TOTAL-IRPF.
           ADD IMPORTE-SEG-SOCIAL TO TOTAL-SEG-SOCIAL.
           ADD IMPORTE-SS-EMPRESA TO TOTAL-SS-EMPRESA.
           ADD CUOTA-SINDICAL-EMPLEADO TO TOTAL-SINDICAL.
           ADD PLAN-TRABAJADOR-EMPLEADO TO TOTAL-PLAN-TRABAJADOR.
           ADD PLAN-EMPRESA-EMPLEADO TO TOTAL-PLAN-EMPRESA.
           ADD IMPORTE-FLEXIBLE-EMPLEADO TO TOTAL-FLEXIBLE.
           ADD ESPECIE-FLEXIBLE-EMPLEADO TO TOTAL-ESPECIE-FLEXIBLE.
           ADD IMPORTE-EMBARGOS-EMPLEADO TO TOTAL-EMBARGOS.
           ADD CUOTA-ANTICIPOS-EMPLEADO TO TOTAL-ANTICIPOS.
           ADD SALARIO-NETO TO TOTAL-NETO.
           IF GRUPO-EMPRESAS > 0
               PERFORM SUMAR-A-EMPRESA.
           PERFORM ACTUALIZAR-ACUMULADO-ANUAL.
           PERFORM GUARDAR-RESULTADOS-NOMINA.

       DETERMINAR-EMPRESA-NOMINA.
           MOVE EMPLEADOS-EMPRESA TO EMPRESA-NOMINA.
           IF EMPLEADOS-EMPRESA-DESDE-X NUMERIC AND
              EMPLEADOS-EMPRESA-ANTERIOR NOT = SPACE
               IF EMPLEADOS-EMPRESA-DESDE > ULTIMO-DIA-MES
                   MOVE EMPLEADOS-EMPRESA-ANTERIOR TO EMPRESA-NOMINA.
           IF EMPRESA-NOMINA = SPACE
               MOVE "01" TO EMPRESA-NOMINA.

       CARGAR-EMPRESAS-NOMINA.
      *Sin maestro de empresas la nomina es de una sola empresa y no
      *se escriben resumenes por empresa.
           CALL "EMPRESAS-GRUPO" USING GRUPO-PETICION.
           MOVE 0 TO CONT-EMPRESAS-NOMINA.
           MOVE 1 TO SUB-M.
           PERFORM INICIAR-FILA-EMPRESA
           UNTIL SUB-M > GRUPO-EMPRESAS.

       INICIAR-FILA-EMPRESA.
           ADD 1 TO CONT-EMPRESAS-NOMINA.
           MOVE GRUPO-CODIGO (SUB-M)
               TO EMPNOM-CODIGO (CONT-EMPRESAS-NOMINA).
           MOVE GRUPO-NOMBRE (SUB-M)
               TO EMPNOM-NOMBRE (CONT-EMPRESAS-NOMINA).
           MOVE GRUPO-CIF (SUB-M) TO EMPNOM-CIF (CONT-EMPRESAS-NOMINA).
           MOVE GRUPO-CUENTA-COTIZACION (SUB-M)
               TO EMPNOM-CUENTA-COTIZACION (CONT-EMPRESAS-NOMINA).
           MOVE 0 TO EMPNOM-RECIBOS (CONT-EMPRESAS-NOMINA).
           MOVE 0 TO EMPNOM-BRUTO (CONT-EMPRESAS-NOMINA).
           MOVE 0 TO EMPNOM-IRPF (CONT-EMPRESAS-NOMINA).
           MOVE 0 TO EMPNOM-SEG-SOCIAL (CONT-EMPRESAS-NOMINA).
           MOVE 0 TO EMPNOM-SS-EMPRESA (CONT-EMPRESAS-NOMINA).
           MOVE 0 TO EMPNOM-NETO (CONT-EMPRESAS-NOMINA).
           ADD 1 TO SUB-M.

       SUMAR-A-EMPRESA.
      *Un empleado de una empresa que no esta en el maestro abre su
      *propia fila, sin razon social, para que no se pierda de los
      *totales de control.
           MOVE 0 TO POSICION-EMPRESA.
           MOVE 1 TO SUB-M.
           PERFORM BUSCAR-FILA-EMPRESA
           UNTIL SUB-M > CONT-EMPRESAS-NOMINA OR POSICION-EMPRESA > 0.
           IF POSICION-EMPRESA = 0 AND CONT-EMPRESAS-NOMINA < 20
               DISPLAY "Aviso: empresa " EMPRESA-NOMINA
                       " del empleado " EMPLEADOS-ID
                       " sin alta en el maestro de empresas."
               ADD 1 TO CONT-EMPRESAS-NOMINA
               MOVE CONT-EMPRESAS-NOMINA TO POSICION-EMPRESA
               MOVE SPACE TO EMPNOM-FILA (POSICION-EMPRESA)
               MOVE EMPRESA-NOMINA TO EMPNOM-CODIGO (POSICION-EMPRESA)
               MOVE 0 TO EMPNOM-RECIBOS (POSICION-EMPRESA)
               MOVE 0 TO EMPNOM-BRUTO (POSICION-EMPRESA)
               MOVE 0 TO EMPNOM-IRPF (POSICION-EMPRESA)
               MOVE 0 TO EMPNOM-SEG-SOCIAL (POSICION-EMPRESA)
               MOVE 0 TO EMPNOM-SS-EMPRESA (POSICION-EMPRESA)
               MOVE 0 TO EMPNOM-NETO (POSICION-EMPRESA).
           IF POSICION-EMPRESA > 0
               ADD 1 TO EMPNOM-RECIBOS (POSICION-EMPRESA)
               ADD SALARIO-BRUTO TO EMPNOM-BRUTO (POSICION-EMPRESA)
               ADD IMPORTE-IRPF TO EMPNOM-IRPF (POSICION-EMPRESA)
               ADD IMPORTE-SEG-SOCIAL
                   TO EMPNOM-SEG-SOCIAL (POSICION-EMPRESA)
               ADD IMPORTE-SS-EMPRESA
                   TO EMPNOM-SS-EMPRESA (POSICION-EMPRESA)
               ADD SALARIO-NETO TO EMPNOM-NETO (POSICION-EMPRESA).

       BUSCAR-FILA-EMPRESA.
           IF EMPNOM-CODIGO (SUB-M) = EMPRESA-NOMINA
               MOVE SUB-M TO POSICION-EMPRESA.
           ADD 1 TO SUB-M.

       GUARDAR-RESULTADOS-NOMINA.
      *El recibo calculado queda en el historico de resultados, una
      *linea por concepto. Si el mes se vuelve a calcular con el
      *periodo aun abierto, las lineas de la pasada anterior se
      *borran antes para que no quede ningun concepto que ya no se
      *paga.
           PERFORM BORRAR-RESULTADOS-ANTERIORES.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE 010 TO RESNOM-LINEA.
           MOVE "SALB" TO RESNOM-CONCEPTO.
           MOVE "SALARIO DEL MES" TO RESNOM-DESCRIPCION.
           MOVE "D" TO RESNOM-CLASE.
           MOVE DIAS-PRORRATEO TO RESNOM-UNIDADES.
           MOVE EMPLEADOS-SALARIO TO RESNOM-BASE.
           MOVE PORCENTAJE-JORNADA-MES TO RESNOM-PORCENTAJE.
           MOVE SALARIO-PRORRATEADO TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF HEXTRA-IMPORTE NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 020 TO RESNOM-LINEA
               MOVE "HEXT" TO RESNOM-CONCEPTO
               MOVE "HORAS EXTRA" TO RESNOM-DESCRIPCION
               MOVE "D" TO RESNOM-CLASE
               MOVE HEXTRA-HORAS TO RESNOM-UNIDADES
               MOVE HEXTRA-IMPORTE TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF HEXTRA-HORAS-RETENIDAS NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 021 TO RESNOM-LINEA
               MOVE "HRET" TO RESNOM-CONCEPTO
               MOVE "HORAS EXTRA RETENIDAS" TO RESNOM-DESCRIPCION
               MOVE "I" TO RESNOM-CLASE
               MOVE HEXTRA-HORAS-RETENIDAS TO RESNOM-UNIDADES
               MOVE ZERO TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF IMPORTE-TRIENIOS NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 030 TO RESNOM-LINEA
               MOVE "TRIE" TO RESNOM-CONCEPTO
               MOVE "ANTIGUEDAD" TO RESNOM-DESCRIPCION
               MOVE "D" TO RESNOM-CLASE
               MOVE TRIENIOS-EMPLEADO TO RESNOM-UNIDADES
               MOVE IMPORTE-TRIENIO TO RESNOM-BASE
               MOVE IMPORTE-TRIENIOS TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF IMPORTE-ATRASOS-EMPLEADO NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 040 TO RESNOM-LINEA
               MOVE "ATRA" TO RESNOM-CONCEPTO
               MOVE "ATRASOS" TO RESNOM-DESCRIPCION
               MOVE "D" TO RESNOM-CLASE
               MOVE "A" TO RESNOM-PERCEPCION
               MOVE IMPORTE-ATRASOS-EMPLEADO TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF IMPORTE-INCENTIVOS-EMPLEADO NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 045 TO RESNOM-LINEA
               MOVE "INCE" TO RESNOM-CONCEPTO
               MOVE "RETRIBUCION VARIABLE" TO RESNOM-DESCRIPCION
               MOVE "D" TO RESNOM-CLASE
               MOVE IMPORTE-INCENTIVOS-EMPLEADO TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF IMPORTE-DESCUENTO-AUSENCIAS NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 050 TO RESNOM-LINEA
               MOVE "AUSE" TO RESNOM-CONCEPTO
               MOVE "DESCUENTO AUSENCIAS" TO RESNOM-DESCRIPCION
               MOVE "D" TO RESNOM-CLASE
               COMPUTE RESNOM-UNIDADES =
                       DIAS-PERMISO-MES + DIAS-ENFERMEDAD-MES
               COMPUTE RESNOM-IMPORTE =
                       0 - IMPORTE-DESCUENTO-AUSENCIAS
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF FUERA-CICLO-A-CUENTA NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 055 TO RESNOM-LINEA
               MOVE "FCAC" TO RESNOM-CONCEPTO
               MOVE "A CUENTA FUERA DE CICLO" TO RESNOM-DESCRIPCION
               MOVE "D" TO RESNOM-CLASE
               COMPUTE RESNOM-IMPORTE = 0 - FUERA-CICLO-A-CUENTA
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           MOVE 1 TO SUB-C.
           PERFORM GUARDAR-LINEA-COMPLEMENTO
           UNTIL SUB-C > CONT-COMPLEMENTOS-EMP.
           IF PRIMA-NOCTURNA-EMPLEADO NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 080 TO RESNOM-LINEA
               MOVE "PNOC" TO RESNOM-CONCEPTO
               MOVE "PLUS NOCTURNIDAD" TO RESNOM-DESCRIPCION
               MOVE "D" TO RESNOM-CLASE
               MOVE HORAS-NOCTURNAS-EMPLEADO TO RESNOM-UNIDADES
               MOVE PRIMA-NOCTURNA-EMPLEADO TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF PRIMA-FIN-SEMANA-EMPLEADO NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 081 TO RESNOM-LINEA
               MOVE "PFSE" TO RESNOM-CONCEPTO
               MOVE "PLUS FIN DE SEMANA" TO RESNOM-DESCRIPCION
               MOVE "D" TO RESNOM-CLASE
               MOVE HORAS-FIN-SEMANA-EMPLEADO TO RESNOM-UNIDADES
               MOVE PRIMA-FIN-SEMANA-EMPLEADO TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF PRIMA-FESTIVA-EMPLEADO NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 082 TO RESNOM-LINEA
               MOVE "PFES" TO RESNOM-CONCEPTO
               MOVE "PLUS FESTIVOS" TO RESNOM-DESCRIPCION
               MOVE "D" TO RESNOM-CLASE
               MOVE HORAS-FESTIVAS-EMPLEADO TO RESNOM-UNIDADES
               MOVE PRIMA-FESTIVA-EMPLEADO TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           MOVE 1 TO SUB-F.
           PERFORM GUARDAR-LINEA-FLEXIBLE
           UNTIL SUB-F > 4.
           IF ESPECIE-FLEXIBLE-EMPLEADO NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 096 TO RESNOM-LINEA
               MOVE "FESP" TO RESNOM-CONCEPTO
               MOVE "ESPECIE RETRIB. FLEXIBLE" TO RESNOM-DESCRIPCION
               MOVE "I" TO RESNOM-CLASE
               MOVE "E" TO RESNOM-PERCEPCION
               MOVE ESPECIE-FLEXIBLE-EMPLEADO TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE 100 TO RESNOM-LINEA.
           MOVE "BRUT" TO RESNOM-CONCEPTO.
           MOVE "TOTAL DEVENGADO" TO RESNOM-DESCRIPCION.
           MOVE "T" TO RESNOM-CLASE.
           MOVE SALARIO-BRUTO TO RESNOM-IMPORTE.
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
           IF FUERA-CICLO-BASE-IRPF NOT = 0 OR FUERA-CICLO-IRPF NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 115 TO RESNOM-LINEA
               MOVE "RFCI" TO RESNOM-CONCEPTO
               MOVE "REGULARIZ. IRPF FUERA CICLO" TO RESNOM-DESCRIPCION
               MOVE "I" TO RESNOM-CLASE
               MOVE FUERA-CICLO-BASE-IRPF TO RESNOM-BASE
               MOVE FUERA-CICLO-IRPF TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE 120 TO RESNOM-LINEA.
           MOVE "SSOC" TO RESNOM-CONCEPTO.
           MOVE "SEGURIDAD SOCIAL" TO RESNOM-DESCRIPCION.
           MOVE "S" TO RESNOM-CLASE.
           MOVE BASE-SEG-SOCIAL TO RESNOM-BASE.
           MOVE PORCENTAJE-SEG-SOCIAL TO RESNOM-PORCENTAJE.
           MOVE IMPORTE-SEG-SOCIAL TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF FUERA-CICLO-BASE-SEG-SOCIAL NOT = 0 OR
              FUERA-CICLO-SEG-SOCIAL NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 125 TO RESNOM-LINEA
               MOVE "RFCS" TO RESNOM-CONCEPTO
               MOVE "REGULARIZ. S.S. FUERA CICLO" TO RESNOM-DESCRIPCION
               MOVE "I" TO RESNOM-CLASE
               MOVE FUERA-CICLO-BASE-SEG-SOCIAL TO RESNOM-BASE
               MOVE FUERA-CICLO-SEG-SOCIAL TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF CUOTA-SINDICAL-EMPLEADO NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 130 TO RESNOM-LINEA
               MOVE "SIND" TO RESNOM-CONCEPTO
               MOVE "CUOTA SINDICAL" TO RESNOM-DESCRIPCION
               MOVE "S" TO RESNOM-CLASE
               IF PORCENTAJE-SINDICAL-EMPLEADO NOT = 0
                   MOVE SALARIO-BRUTO TO RESNOM-BASE
                   MOVE PORCENTAJE-SINDICAL-EMPLEADO
                       TO RESNOM-PORCENTAJE
               END-IF
               MOVE CUOTA-SINDICAL-EMPLEADO TO RESNOM-IMPORTE
               MOVE SINDICATO-EMPLEADO TO RESNOM-SINDICATO
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF PLAN-TRABAJADOR-EMPLEADO NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 135 TO RESNOM-LINEA
               MOVE "PPTR" TO RESNOM-CONCEPTO
               MOVE "APORTACION PLAN PENSIONES" TO RESNOM-DESCRIPCION
               MOVE "S" TO RESNOM-CLASE
               MOVE SALARIO-BRUTO TO RESNOM-BASE
               MOVE PORCENTAJE-PLAN-TRABAJADOR TO RESNOM-PORCENTAJE
               MOVE PLAN-TRABAJADOR-EMPLEADO TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF IMPORTE-EMBARGOS-EMPLEADO NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 140 TO RESNOM-LINEA
               MOVE "EMBA" TO RESNOM-CONCEPTO
               MOVE "EMBARGO JUDICIAL" TO RESNOM-DESCRIPCION
               MOVE "S" TO RESNOM-CLASE
               MOVE IMPORTE-EMBARGOS-EMPLEADO TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF CUOTA-ANTICIPOS-EMPLEADO NOT = 0 OR
              SALDO-ANTICIPOS-EMPLEADO NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 150 TO RESNOM-LINEA
               MOVE "ANTI" TO RESNOM-CONCEPTO
               MOVE "CUOTA ANTICIPO" TO RESNOM-DESCRIPCION
               MOVE "S" TO RESNOM-CLASE
               MOVE SALDO-ANTICIPOS-EMPLEADO TO RESNOM-BASE
               MOVE CUOTA-ANTICIPOS-EMPLEADO TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE 190 TO RESNOM-LINEA.
           MOVE "SSEM" TO RESNOM-CONCEPTO.
           MOVE "CUOTA PATRONAL" TO RESNOM-DESCRIPCION.
           MOVE "I" TO RESNOM-CLASE.
           MOVE BASE-SEG-SOCIAL TO RESNOM-BASE.
           MOVE PORCENTAJE-SS-EMPRESA TO RESNOM-PORCENTAJE.
           MOVE IMPORTE-SS-EMPRESA TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.
           IF PLAN-EMPRESA-EMPLEADO NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE 195 TO RESNOM-LINEA
               MOVE "PPEM" TO RESNOM-CONCEPTO
               MOVE "APORTACION EMPRESA PLAN" TO RESNOM-DESCRIPCION
               MOVE "I" TO RESNOM-CLASE
               MOVE SALARIO-BRUTO TO RESNOM-BASE
               MOVE PORCENTAJE-PLAN-EMPRESA TO RESNOM-PORCENTAJE
               MOVE PLAN-EMPRESA-EMPLEADO TO RESNOM-IMPORTE
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           PERFORM PREPARAR-LINEA-RESULTADO.
           MOVE 200 TO RESNOM-LINEA.
           MOVE "NETO" TO RESNOM-CONCEPTO.
           MOVE "LIQUIDO A PERCIBIR" TO RESNOM-DESCRIPCION.
           MOVE "T" TO RESNOM-CLASE.
           MOVE SALARIO-NETO TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.

       GUARDAR-LINEA-COMPLEMENTO.
           PERFORM PREPARAR-LINEA-RESULTADO.
           COMPUTE RESNOM-LINEA = 59 + SUB-C.
           MOVE COMPLEMENTO-EMP-CONCEPTO (SUB-C) TO RESNOM-CONCEPTO.
           MOVE COMPLEMENTO-EMP-DESCRIPCION (SUB-C)
               TO RESNOM-DESCRIPCION.
           MOVE "D" TO RESNOM-CLASE.
           MOVE COMPLEMENTO-EMP-DIAS (SUB-C) TO RESNOM-UNIDADES.
           MOVE COMPLEMENTO-EMP-MENSUAL (SUB-C) TO RESNOM-BASE.
           MOVE COMPLEMENTO-EMP-IMPORTE (SUB-C) TO RESNOM-IMPORTE.
           PERFORM ESCRIBIR-LINEA-RESULTADO.
           ADD 1 TO SUB-C.

       GUARDAR-LINEA-FLEXIBLE.
      *La base de la linea es la parte exenta del mes, que es lo que
      *la nomina de los meses siguientes descuenta del limite anual.
           IF FLEXIBLE-EMP-IMPORTE (SUB-F) NOT = 0
               PERFORM PREPARAR-LINEA-RESULTADO
               MOVE TIPO-FLEXIBLE-LINEA (SUB-F) TO RESNOM-LINEA
               MOVE TIPO-FLEXIBLE-CONCEPTO (SUB-F) TO RESNOM-CONCEPTO
               MOVE TIPO-FLEXIBLE-DESCRIPCION (SUB-F)
                   TO RESNOM-DESCRIPCION
               MOVE "D" TO RESNOM-CLASE
               MOVE FLEXIBLE-EMP-EXENTO (SUB-F) TO RESNOM-BASE
               COMPUTE RESNOM-IMPORTE =
                       0 - FLEXIBLE-EMP-IMPORTE (SUB-F)
               PERFORM ESCRIBIR-LINEA-RESULTADO.
           ADD 1 TO SUB-F.

       BORRAR-RESULTADOS-ANTERIORES.
           MOVE "N" TO FIN-RESULTADOS.
           MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID.
           MOVE MES-NOMINA TO RESNOM-ANIO-MES.
           MOVE "N" TO RESNOM-PASADA.
           MOVE ZERO TO RESNOM-LINEA.
           START RESULTADOS-NOMINA-ARCHIVO
               KEY IS NOT LESS THAN RESNOM-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-RESULTADOS
           END-START.
           PERFORM BORRAR-LINEA-RESULTADO
           UNTIL FIN-RESULTADOS = "S".

       BORRAR-LINEA-RESULTADO.
           READ RESULTADOS-NOMINA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-RESULTADOS
           END-READ.
           IF FIN-RESULTADOS = "N"
               IF RESNOM-EMPLEADOS-ID NOT = EMPLEADOS-ID OR
                  RESNOM-ANIO-MES NOT = MES-NOMINA OR
                  NOT RESNOM-PASADA-NOMINA
                   MOVE "S" TO FIN-RESULTADOS
               ELSE
                   DELETE RESULTADOS-NOMINA-ARCHIVO
                       INVALID KEY
                           DISPLAY "Error al borrar el resultado "
                                   "anterior de " EMPLEADOS-ID
                   END-DELETE.

       PREPARAR-LINEA-RESULTADO.
           MOVE SPACE TO RESNOM-REGISTRO.
           MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID.
           MOVE MES-NOMINA TO RESNOM-ANIO-MES.
           MOVE "N" TO RESNOM-PASADA.
           MOVE ZERO TO RESNOM-UNIDADES.
           MOVE ZERO TO RESNOM-BASE.
           MOVE ZERO TO RESNOM-PORCENTAJE.
           MOVE ZERO TO RESNOM-IMPORTE.
           MOVE EMPLEADOS-DEPARTAMENTO TO RESNOM-DEPARTAMENTO.
           MOVE EMPRESA-NOMINA TO RESNOM-EMPRESA.
           MOVE FECHA-DE-HOY TO RESNOM-FECHA-PROCESO.
           MOVE "CALCULO-NOMINA" TO RESNOM-PROGRAMA.

       ESCRIBIR-LINEA-RESULTADO.
           WRITE RESNOM-REGISTRO
               INVALID KEY
                   REWRITE RESNOM-REGISTRO
                       INVALID KEY
                           DISPLAY "Error al guardar el resultado "
                                   "de nomina de " EMPLEADOS-ID
                   END-REWRITE
           END-WRITE.
           ADD 1 TO CONT-LINEAS-RESULTADO.

       CALCULAR-JORNADA-MES.
      *El salario del registro es el de jornada completa. Un cambio
      *de porcentaje posterior al mes hace regir todavia el
      *anterior; uno a mitad de mes se pondera por dias naturales.
           MOVE 100 TO PORCENTAJE-JORNADA-MES.
           IF EMPLEADOS-JORNADA-PORCENTAJE NOT NUMERIC OR
              EMPLEADOS-JORNADA-PORCENTAJE = 0
               GO TO CALCULAR-JORNADA-MES-FIN.
           MOVE EMPLEADOS-JORNADA-PORCENTAJE TO PORCENTAJE-JORNADA-MES.
           IF EMPLEADOS-JORNADA-DESDE NOT NUMERIC OR
              EMPLEADOS-JORNADA-DESDE NOT > PRIMER-DIA-MES OR
              EMPLEADOS-JORNADA-ANTERIOR NOT NUMERIC OR
              EMPLEADOS-JORNADA-ANTERIOR = 0
               GO TO CALCULAR-JORNADA-MES-FIN.
           IF EMPLEADOS-JORNADA-DESDE > ULTIMO-DIA-MES
               MOVE EMPLEADOS-JORNADA-ANTERIOR
                   TO PORCENTAJE-JORNADA-MES
               GO TO CALCULAR-JORNADA-MES-FIN.
           MOVE EMPLEADOS-JORNADA-DESDE TO JORNADA-DESDE-FECHA.
           COMPUTE DIAS-JORNADA-ANTERIOR = JORNADA-DESDE-DIA - 1.
           COMPUTE PORCENTAJE-JORNADA-MES ROUNDED =
                   (EMPLEADOS-JORNADA-ANTERIOR * DIAS-JORNADA-ANTERIOR
                  + EMPLEADOS-JORNADA-PORCENTAJE *
                   (DIAS-DEL-MES - DIAS-JORNADA-ANTERIOR))
                   / DIAS-DEL-MES.

       CALCULAR-JORNADA-MES-FIN.
           EXIT.

       CALCULAR-PRORRATEO.
      *Un alta o una baja dentro del mes de nomina reduce el tramo
       CALCULAR-HORAS-EXTRA.
      *Las horas del mes que exceden la jornada estandar se pagan
      *con el recargo parametrizado; el modulo compartido carga el
      *acumulado de CARGA-HORAS y los parametros una sola vez. Solo
      *se pagan las autorizadas; el resto queda retenido y, en la
      *ejecucion real, el modulo lo graba y marca como pagadas las
      *retenidas de meses anteriores que se hayan liberado.
           MOVE SPACE TO HEXTRA-PETICION.
           IF MODO-SIMULACION = "N"
               MOVE "N" TO HEXTRA-MODO.
           MOVE EMPLEADOS-ID TO HEXTRA-EMPLEADOS-ID.
           MOVE MES-NOMINA TO HEXTRA-ANIO-MES.
           MOVE EMPLEADOS-SALARIO TO HEXTRA-SALARIO.
           ADD SALARIO-BRUTO TO ACUANUAL-BRUTO.
           ADD IMPORTE-IRPF TO ACUANUAL-IRPF.
           ADD IMPORTE-SEG-SOCIAL TO ACUANUAL-SEG-SOCIAL.
           ADD CUOTA-SINDICAL-EMPLEADO TO ACUANUAL-SINDICAL.
           ADD SALARIO-NETO TO ACUANUAL-NETO.
           REWRITE ACUANUAL-REGISTRO
               INVALID KEY
                           "de " EMPLEADOS-ID
           END-REWRITE.

       CALCULAR-CUOTA-SINDICAL.
      *Se recorren las afiliaciones del empleado con la clave
      *parcial y rige la ultima que esta en vigor algun dia del
      *tramo pagado del mes. La cuota es mensual entera, fija o un
      *porcentaje del bruto, y no se descuenta a quien no esta
      *afiliado.
           MOVE ZERO TO CUOTA-SINDICAL-EMPLEADO.
           MOVE ZERO TO PORCENTAJE-SINDICAL-EMPLEADO.
           MOVE SPACE TO SINDICATO-EMPLEADO.
           IF AFILIACIONES-DISPONIBLES = "N"
               MOVE CUOTA-SINDICAL TO CUOTA-SINDICAL-EMPLEADO
               GO TO CALCULAR-CUOTA-SINDICAL-FIN.
           MOVE "N" TO FIN-AFILIACIONES.
           MOVE EMPLEADOS-ID TO AFILIACION-EMPLEADOS-ID.
           MOVE ZEROES TO AFILIACION-FECHA-DESDE.
           START AFILIACIONES-ARCHIVO
               KEY IS NOT LESS THAN AFILIACION-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-AFILIACIONES
           END-START.
           PERFORM LEER-AFILIACION-EMPLEADO
           UNTIL FIN-AFILIACIONES = "S".

       CALCULAR-CUOTA-SINDICAL-FIN.
           EXIT.

       LEER-AFILIACION-EMPLEADO.
           READ AFILIACIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-AFILIACIONES
           END-READ.
           IF FIN-AFILIACIONES = "N" AND
              AFILIACION-EMPLEADOS-ID NOT = EMPLEADOS-ID
               MOVE "S" TO FIN-AFILIACIONES.
           IF FIN-AFILIACIONES = "N" AND
              AFILIACION-FECHA-DESDE NOT > PRORRATEO-HASTA AND
              (AFILIACION-FECHA-HASTA = 0 OR
               AFILIACION-FECHA-HASTA NOT < PRORRATEO-DESDE)
               PERFORM VALORAR-CUOTA-SINDICAL.

       VALORAR-CUOTA-SINDICAL.
           MOVE AFILIACION-SINDICATO TO SINDICATO-EMPLEADO.
           IF AFILIACION-CUOTA-PORCENTAJE
               MOVE AFILIACION-CUOTA-PORCENTAJE-BRUTO
                   TO PORCENTAJE-SINDICAL-EMPLEADO
               COMPUTE CUOTA-SINDICAL-EMPLEADO ROUNDED =
                       SALARIO-BRUTO * PORCENTAJE-SINDICAL-EMPLEADO
                       / 100
               IF CUOTA-SINDICAL-EMPLEADO < 0
                   MOVE ZERO TO CUOTA-SINDICAL-EMPLEADO
               END-IF
           ELSE
               MOVE ZERO TO PORCENTAJE-SINDICAL-EMPLEADO
               MOVE AFILIACION-CUOTA-IMPORTE
                   TO CUOTA-SINDICAL-EMPLEADO.

       CALCULAR-PLAN-PENSIONES.
      *Aportan al plan los empleados con una incorporacion que
      *solape el tramo pagado del mes; si hubiera mas de una (salida
      *y reincorporacion en el mismo mes) rigen los porcentajes de
      *la ultima. Las aportaciones son un porcentaje del bruto del
      *mes y no se prorratean aparte: el bruto ya lo esta.
           MOVE ZERO TO PLAN-TRABAJADOR-EMPLEADO.
           MOVE ZERO TO PLAN-EMPRESA-EMPLEADO.
           MOVE ZERO TO PORCENTAJE-PLAN-TRABAJADOR.
           MOVE ZERO TO PORCENTAJE-PLAN-EMPRESA.
           IF PLAN-PENSIONES-DISPONIBLE = "N" OR SALARIO-BRUTO < 0
               GO TO CALCULAR-PLAN-PENSIONES-FIN.
           MOVE "N" TO FIN-PLAN-PENSIONES.
           MOVE EMPLEADOS-ID TO PLANPEN-EMPLEADOS-ID.
           MOVE ZEROES TO PLANPEN-FECHA-DESDE.
           START PLAN-PENSIONES-ARCHIVO
               KEY IS NOT LESS THAN PLANPEN-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-PLAN-PENSIONES
           END-START.
           PERFORM LEER-PARTICIPE-EMPLEADO
           UNTIL FIN-PLAN-PENSIONES = "S".
           COMPUTE PLAN-TRABAJADOR-EMPLEADO ROUNDED =
                   SALARIO-BRUTO * PORCENTAJE-PLAN-TRABAJADOR / 100.
           COMPUTE PLAN-EMPRESA-EMPLEADO ROUNDED =
                   SALARIO-BRUTO * PORCENTAJE-PLAN-EMPRESA / 100.

       CALCULAR-PLAN-PENSIONES-FIN.
           EXIT.

       LEER-PARTICIPE-EMPLEADO.
           READ PLAN-PENSIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PLAN-PENSIONES
           END-READ.
           IF FIN-PLAN-PENSIONES = "N" AND
              PLANPEN-EMPLEADOS-ID NOT = EMPLEADOS-ID
               MOVE "S" TO FIN-PLAN-PENSIONES.
           IF FIN-PLAN-PENSIONES = "N" AND
              PLANPEN-FECHA-DESDE NOT > PRORRATEO-HASTA AND
              (PLANPEN-FECHA-HASTA = 0 OR
               PLANPEN-FECHA-HASTA NOT < PRORRATEO-DESDE)
               MOVE PLANPEN-PORCENTAJE-TRABAJADOR
                   TO PORCENTAJE-PLAN-TRABAJADOR
               MOVE PLANPEN-PORCENTAJE-EMPRESA
                   TO PORCENTAJE-PLAN-EMPRESA.

       CALCULAR-RETRIBUCION-FLEXIBLE.
      *El empleado cambia parte del salario del mes por los
      *beneficios que eligio para el ejercicio, en los meses de cada
      *eleccion. Cada beneficio esta exento hasta su limite anual:
      *lo ya exento en los meses anteriores sale de las lineas del
      *historico de resultados, y lo que pasa del limite tributa
      *como retribucion en especie. Un beneficio que no cabe en el
      *bruto que queda no se aplica en el mes.
           MOVE ZERO TO IMPORTE-FLEXIBLE-EMPLEADO.
           MOVE ZERO TO ESPECIE-FLEXIBLE-EMPLEADO.
           MOVE 1 TO SUB-F.
           PERFORM PONER-FLEXIBLE-A-CERO
           UNTIL SUB-F > 4.
           IF FLEXIBLE-DISPONIBLE = "N"
               GO TO CALCULAR-RETRIBUCION-FLEXIBLE-FIN.
           MOVE 1 TO SUB-F.
           PERFORM LEER-ELECCION-FLEXIBLE
           UNTIL SUB-F > 4.
           IF IMPORTE-FLEXIBLE-EMPLEADO = 0
               GO TO CALCULAR-RETRIBUCION-FLEXIBLE-FIN.
           PERFORM SUMAR-EXENTO-EJERCICIO.
           MOVE 1 TO SUB-F.
           PERFORM VALORAR-EXENCION-FLEXIBLE
           UNTIL SUB-F > 4.

       CALCULAR-RETRIBUCION-FLEXIBLE-FIN.
           EXIT.

       PONER-FLEXIBLE-A-CERO.
           MOVE ZERO TO FLEXIBLE-EMP-IMPORTE (SUB-F).
           MOVE ZERO TO FLEXIBLE-EMP-EXENTO (SUB-F).
           MOVE ZERO TO FLEXIBLE-EMP-ESPECIE (SUB-F).
           MOVE ZERO TO FLEXIBLE-EMP-EXENTO-PREVIO (SUB-F).
           ADD 1 TO SUB-F.

       LEER-ELECCION-FLEXIBLE.
           MOVE EMPLEADOS-ID TO RETFLEX-EMPLEADOS-ID.
           MOVE NOMINA-ANIO TO RETFLEX-EJERCICIO.
           MOVE TIPO-FLEXIBLE-CODIGO (SUB-F) TO RETFLEX-TIPO.
           READ RETRIBUCION-FLEXIBLE-ARCHIVO
               INVALID KEY
                   MOVE ZERO TO RETFLEX-IMPORTE-MENSUAL
                   MOVE ZERO TO RETFLEX-MES-DESDE
                   MOVE ZERO TO RETFLEX-MES-HASTA
           END-READ.
           IF RETFLEX-IMPORTE-MENSUAL > 0 AND
              NOMINA-MES NOT < RETFLEX-MES-DESDE AND
              NOMINA-MES NOT > RETFLEX-MES-HASTA
               IF RETFLEX-IMPORTE-MENSUAL >
                  SALARIO-BRUTO - IMPORTE-FLEXIBLE-EMPLEADO
                   DISPLAY "Aviso: el bruto de " EMPLEADOS-ID
                           " no cubre "
                           TIPO-FLEXIBLE-DESCRIPCION (SUB-F)
                           ", no se aplica este mes."
               ELSE
                   MOVE RETFLEX-IMPORTE-MENSUAL
                       TO FLEXIBLE-EMP-IMPORTE (SUB-F)
                   ADD RETFLEX-IMPORTE-MENSUAL
                       TO IMPORTE-FLEXIBLE-EMPLEADO.
           ADD 1 TO SUB-F.

       SUMAR-EXENTO-EJERCICIO.
      *Se recorren las lineas del empleado desde enero del ejercicio
      *hasta el mes anterior al de nomina y se suma la base (parte
      *exenta) de las de cada beneficio.
           MOVE "N" TO FIN-RESULTADOS.
           MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID.
           COMPUTE RESNOM-ANIO-MES = NOMINA-ANIO * 100 + 1.
           MOVE LOW-VALUES TO RESNOM-PASADA.
           MOVE ZERO TO RESNOM-LINEA.
           START RESULTADOS-NOMINA-ARCHIVO
               KEY IS NOT LESS THAN RESNOM-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-RESULTADOS
           END-START.
           PERFORM LEER-HISTORICO-FLEXIBLE
           UNTIL FIN-RESULTADOS = "S".

       LEER-HISTORICO-FLEXIBLE.
           READ RESULTADOS-NOMINA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-RESULTADOS
           END-READ.
           IF FIN-RESULTADOS = "N"
               IF RESNOM-EMPLEADOS-ID NOT = EMPLEADOS-ID OR
                  RESNOM-ANIO-MES NOT < MES-NOMINA
                   MOVE "S" TO FIN-RESULTADOS
               ELSE
                   IF RESNOM-PASADA-NOMINA
                       MOVE 1 TO SUB-G
                       PERFORM SUMAR-EXENTO-LINEA
                       UNTIL SUB-G > 4.

       SUMAR-EXENTO-LINEA.
           IF RESNOM-CONCEPTO = TIPO-FLEXIBLE-CONCEPTO (SUB-G)
               ADD RESNOM-BASE TO FLEXIBLE-EMP-EXENTO-PREVIO (SUB-G).
           ADD 1 TO SUB-G.

       VALORAR-EXENCION-FLEXIBLE.
           IF FLEXIBLE-EMP-IMPORTE (SUB-F) > 0
               COMPUTE LIMITE-FLEXIBLE-PENDIENTE =
                       TIPO-FLEXIBLE-LIMITE (SUB-F) -
                       FLEXIBLE-EMP-EXENTO-PREVIO (SUB-F)
               IF LIMITE-FLEXIBLE-PENDIENTE < 0
                   MOVE ZERO TO LIMITE-FLEXIBLE-PENDIENTE
               END-IF
               IF FLEXIBLE-EMP-IMPORTE (SUB-F) >
                  LIMITE-FLEXIBLE-PENDIENTE
                   MOVE LIMITE-FLEXIBLE-PENDIENTE
                       TO FLEXIBLE-EMP-EXENTO (SUB-F)
               ELSE
                   MOVE FLEXIBLE-EMP-IMPORTE (SUB-F)
                       TO FLEXIBLE-EMP-EXENTO (SUB-F)
               END-IF
               COMPUTE FLEXIBLE-EMP-ESPECIE (SUB-F) =
                       FLEXIBLE-EMP-IMPORTE (SUB-F) -
                       FLEXIBLE-EMP-EXENTO (SUB-F)
               ADD FLEXIBLE-EMP-ESPECIE (SUB-F)
                   TO ESPECIE-FLEXIBLE-EMPLEADO.
           ADD 1 TO SUB-F.

       CALCULAR-TRIENIOS.
      *Trienios cumplidos desde la fecha de alta, valorados al
      *importe mensual parametrizado y pagados como concepto propio
           COMPUTE ANIOS-SERVICIO =
                   (FECHA-DE-HOY - EMPLEADOS-FECHA-ALTA) / 10000.
           COMPUTE TRIENIOS-EMPLEADO = ANIOS-SERVICIO / 3.
           COMPUTE IMPORTE-TRIENIOS ROUNDED =
                   TRIENIOS-EMPLEADO * IMPORTE-TRIENIO *
                   PORCENTAJE-JORNADA-MES / 100.

       CALCULAR-TRIENIOS-FIN.
           EXIT.
                               "atraso de " ATRASO-EMPLEADOS-ID
               END-REWRITE.

       COBRAR-INCENTIVOS.
      *Los incentivos que CICLO-INCENTIVOS dejo pendientes se cobran
      *como concepto propio del recibo y quedan marcados como
      *pagados con el mes de nomina. Si el mes se vuelve a calcular
      *con el periodo aun abierto, los pagados en este mismo mes se
      *vuelven a cobrar para que el recibo no los pierda.
           MOVE ZERO TO IMPORTE-INCENTIVOS-EMPLEADO.
           IF INCENTIVOS-DISPONIBLES = "N"
               GO TO COBRAR-INCENTIVOS-FIN.
           MOVE "N" TO FIN-INCENTIVOS.
           MOVE EMPLEADOS-ID TO INCENTIVO-EMPLEADOS-ID.
           MOVE ZEROES TO INCENTIVO-CAMPANIA.
           START INCENTIVOS-ARCHIVO KEY IS NOT LESS THAN INCENTIVO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-INCENTIVOS
           END-START.
           PERFORM COBRAR-UN-INCENTIVO
           UNTIL FIN-INCENTIVOS = "S".

       COBRAR-INCENTIVOS-FIN.
           EXIT.

       COBRAR-UN-INCENTIVO.
           READ INCENTIVOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-INCENTIVOS
           END-READ.
           IF FIN-INCENTIVOS = "N" AND
              INCENTIVO-EMPLEADOS-ID NOT = EMPLEADOS-ID
               MOVE "S" TO FIN-INCENTIVOS.
           IF FIN-INCENTIVOS = "N" AND
              (INCENTIVO-PENDIENTE OR
               (INCENTIVO-PAGADO AND
                INCENTIVO-PERIODO-PAGO = MES-NOMINA))
               ADD INCENTIVO-IMPORTE TO IMPORTE-INCENTIVOS-EMPLEADO
               MOVE "G" TO INCENTIVO-ESTADO
               MOVE MES-NOMINA TO INCENTIVO-PERIODO-PAGO
               REWRITE INCENTIVO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al marcar como pagado el "
                               "incentivo de " INCENTIVO-EMPLEADOS-ID
               END-REWRITE.

       CALCULAR-COMPLEMENTOS.
      *Se recorren los complementos del empleado con la clave
      *parcial y se pagan los que estan en vigor algun dia del tramo
      *pagado del mes, hasta veinte por empleado.
           MOVE ZERO TO IMPORTE-COMPLEMENTOS-EMPLEADO.
           MOVE ZERO TO COMPLEMENTOS-EXENTOS-IRPF.
           MOVE ZERO TO COMPLEMENTOS-EXENTOS-SS.
           MOVE 0 TO CONT-COMPLEMENTOS-EMP.
           IF COMPLEMENTOS-DISPONIBLES = "N"
               GO TO CALCULAR-COMPLEMENTOS-FIN.
           MOVE "N" TO FIN-COMPLEMENTOS.
           MOVE EMPLEADOS-ID TO COMPLEMENTO-EMPLEADOS-ID.
           MOVE LOW-VALUES TO COMPLEMENTO-CONCEPTO.
           MOVE ZEROES TO COMPLEMENTO-FECHA-DESDE.
           START COMPLEMENTOS-ARCHIVO
               KEY IS NOT LESS THAN COMPLEMENTO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-COMPLEMENTOS
           END-START.
           PERFORM LEER-COMPLEMENTO-EMPLEADO
           UNTIL FIN-COMPLEMENTOS = "S".

       CALCULAR-COMPLEMENTOS-FIN.
           EXIT.

       LEER-COMPLEMENTO-EMPLEADO.
           READ COMPLEMENTOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-COMPLEMENTOS
           END-READ.
           IF FIN-COMPLEMENTOS = "N" AND
              COMPLEMENTO-EMPLEADOS-ID NOT = EMPLEADOS-ID
               MOVE "S" TO FIN-COMPLEMENTOS.
           IF FIN-COMPLEMENTOS = "N" AND
              COMPLEMENTO-FECHA-DESDE NOT > PRORRATEO-HASTA AND
              (COMPLEMENTO-FECHA-HASTA = 0 OR
               COMPLEMENTO-FECHA-HASTA NOT < PRORRATEO-DESDE)
               PERFORM PAGAR-COMPLEMENTO.

       PAGAR-COMPLEMENTO.
           IF CONT-COMPLEMENTOS-EMP < 20
               ADD 1 TO CONT-COMPLEMENTOS-EMP
               MOVE CONT-COMPLEMENTOS-EMP TO SUB-C
               PERFORM CARGAR-CONCEPTO-COMPLEMENTO
               PERFORM VALORAR-COMPLEMENTO
                   THRU VALORAR-COMPLEMENTO-FIN
               PERFORM SUMAR-COMPLEMENTO
           ELSE
               DISPLAY "Aviso: el empleado " EMPLEADOS-ID
                       " tiene mas de 20 complementos en vigor, no "
                       "se paga el " COMPLEMENTO-CONCEPTO.

       CARGAR-CONCEPTO-COMPLEMENTO.
      *El tratamiento sale del maestro de conceptos; un concepto que
      *no figura en el maestro tributa, cotiza y se prorratea.
           MOVE COMPLEMENTO-CONCEPTO
               TO COMPLEMENTO-EMP-CONCEPTO (SUB-C).
           MOVE COMPLEMENTO-CONCEPTO
               TO COMPLEMENTO-EMP-DESCRIPCION (SUB-C).
           MOVE "S" TO COMPLEMENTO-EMP-TRIBUTA (SUB-C).
           MOVE "S" TO COMPLEMENTO-EMP-COTIZA (SUB-C).
           MOVE "S" TO PRORRATEA-COMPLEMENTO.
           IF CONCEPTOS-DISPONIBLES = "S"
               MOVE COMPLEMENTO-CONCEPTO TO CONCEPTO-CODIGO
               READ CONCEPTOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONCEPTO-DESCRIPCION
                           TO COMPLEMENTO-EMP-DESCRIPCION (SUB-C)
                       MOVE CONCEPTO-TRIBUTA
                           TO COMPLEMENTO-EMP-TRIBUTA (SUB-C)
                       MOVE CONCEPTO-COTIZA
                           TO COMPLEMENTO-EMP-COTIZA (SUB-C)
                       MOVE CONCEPTO-PRORRATEA
                           TO PRORRATEA-COMPLEMENTO
               END-READ.

       VALORAR-COMPLEMENTO.
      *Los conceptos que se prorratean cobran la parte de los dias
      *laborables del mes en que el complemento esta en vigor y el
      *empleado de alta; los demas cobran el importe mensual entero.
      *Todos se reducen al porcentaje de jornada del mes.
           MOVE COMPLEMENTO-IMPORTE TO COMPLEMENTO-EMP-MENSUAL (SUB-C).
           MOVE COMPLEMENTO-IMPORTE TO COMPLEMENTO-EMP-IMPORTE (SUB-C).
           MOVE DIAS-LABORABLES-MES TO COMPLEMENTO-EMP-DIAS (SUB-C).
           IF PORCENTAJE-JORNADA-MES < 100
               COMPUTE COMPLEMENTO-EMP-IMPORTE (SUB-C) ROUNDED =
                       COMPLEMENTO-IMPORTE * PORCENTAJE-JORNADA-MES
                       / 100.
           IF PRORRATEA-COMPLEMENTO = "N"
               GO TO VALORAR-COMPLEMENTO-FIN.
           MOVE PRORRATEO-DESDE TO COMPLEMENTO-DESDE.
           IF COMPLEMENTO-FECHA-DESDE > COMPLEMENTO-DESDE
               MOVE COMPLEMENTO-FECHA-DESDE TO COMPLEMENTO-DESDE.
           MOVE PRORRATEO-HASTA TO COMPLEMENTO-HASTA.
           IF COMPLEMENTO-FECHA-HASTA > 0 AND
              COMPLEMENTO-FECHA-HASTA < COMPLEMENTO-HASTA
               MOVE COMPLEMENTO-FECHA-HASTA TO COMPLEMENTO-HASTA.
           IF COMPLEMENTO-DESDE = PRIMER-DIA-MES AND
              COMPLEMENTO-HASTA = ULTIMO-DIA-MES
               GO TO VALORAR-COMPLEMENTO-FIN.
           MOVE SPACE TO LABORABLES-PETICION.
           MOVE "E" TO LABORABLES-OPERACION.
           MOVE EMPLEADOS-SUCURSAL TO LABORABLES-SUCURSAL.
           MOVE COMPLEMENTO-DESDE TO LABORABLES-FECHA-DESDE.
           MOVE COMPLEMENTO-HASTA TO LABORABLES-FECHA-HASTA.
           MOVE ZERO TO LABORABLES-RESULTADO-DIAS.
           CALL "DIAS-LABORABLES" USING LABORABLES-PETICION.
           MOVE LABORABLES-RESULTADO-DIAS
               TO COMPLEMENTO-EMP-DIAS (SUB-C).
           IF DIAS-LABORABLES-MES > 0
               COMPUTE COMPLEMENTO-EMP-IMPORTE (SUB-C) ROUNDED =
                       COMPLEMENTO-IMPORTE *
                       COMPLEMENTO-EMP-DIAS (SUB-C) /
                       DIAS-LABORABLES-MES *
                       PORCENTAJE-JORNADA-MES / 100
           ELSE
               MOVE ZERO TO COMPLEMENTO-EMP-IMPORTE (SUB-C).

       VALORAR-COMPLEMENTO-FIN.
           EXIT.

       SUMAR-COMPLEMENTO.
           ADD COMPLEMENTO-EMP-IMPORTE (SUB-C)
               TO IMPORTE-COMPLEMENTOS-EMPLEADO.
           IF COMPLEMENTO-EMP-TRIBUTA (SUB-C) = "N"
               ADD COMPLEMENTO-EMP-IMPORTE (SUB-C)
                   TO COMPLEMENTOS-EXENTOS-IRPF.
           IF COMPLEMENTO-EMP-COTIZA (SUB-C) = "N"
               ADD COMPLEMENTO-EMP-IMPORTE (SUB-C)
                   TO COMPLEMENTOS-EXENTOS-SS.

       CARGAR-PRIMAS-TURNOS.
      *Las primas del mes se toman tal como las dejo la pasada
      *PRIMAS-TURNOS; tributan y cotizan como el salario.
           MOVE ZERO TO HORAS-NOCTURNAS-EMPLEADO.
           MOVE ZERO TO HORAS-FIN-SEMANA-EMPLEADO.
           MOVE ZERO TO HORAS-FESTIVAS-EMPLEADO.
           MOVE ZERO TO PRIMA-NOCTURNA-EMPLEADO.
           MOVE ZERO TO PRIMA-FIN-SEMANA-EMPLEADO.
           MOVE ZERO TO PRIMA-FESTIVA-EMPLEADO.
           IF PRIMAS-DISPONIBLES = "S"
               MOVE EMPLEADOS-ID TO PRIMA-EMPLEADOS-ID
               MOVE MES-NOMINA TO PRIMA-ANIO-MES
               READ PRIMAS-TURNOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRIMA-HORAS-NOCTURNAS
                           TO HORAS-NOCTURNAS-EMPLEADO
                       MOVE PRIMA-HORAS-FIN-SEMANA
                           TO HORAS-FIN-SEMANA-EMPLEADO
                       MOVE PRIMA-HORAS-FESTIVAS
                           TO HORAS-FESTIVAS-EMPLEADO
                       MOVE PRIMA-IMPORTE-NOCTURNO
                           TO PRIMA-NOCTURNA-EMPLEADO
                       MOVE PRIMA-IMPORTE-FIN-SEMANA
                           TO PRIMA-FIN-SEMANA-EMPLEADO
                       MOVE PRIMA-IMPORTE-FESTIVO
                           TO PRIMA-FESTIVA-EMPLEADO
               END-READ.
           COMPUTE IMPORTE-PRIMAS-EMPLEADO = PRIMA-NOCTURNA-EMPLEADO +
                   PRIMA-FIN-SEMANA-EMPLEADO + PRIMA-FESTIVA-EMPLEADO.

       CARGAR-PAGOS-FUERA-CICLO.
      *Suma los pagos fuera de ciclo que NOMINA-FUERA-CICLO dejo
      *para regularizar en la nomina de este mes.
           MOVE ZERO TO FUERA-CICLO-A-CUENTA.
           MOVE ZERO TO FUERA-CICLO-BASE-IRPF.
           MOVE ZERO TO FUERA-CICLO-IRPF.
           MOVE ZERO TO FUERA-CICLO-BASE-SEG-SOCIAL.
           MOVE ZERO TO FUERA-CICLO-SEG-SOCIAL.
           MOVE ZERO TO FUERA-CICLO-SS-EMPRESA.
           IF PAGOS-FUERA-CICLO-DISPONIBLES = "N"
               GO TO CARGAR-PAGOS-FUERA-CICLO-FIN.
           MOVE "N" TO FIN-PAGOS-FUERA-CICLO.
           MOVE EMPLEADOS-ID TO FCPAGO-EMPLEADOS-ID.
           MOVE MES-NOMINA TO FCPAGO-MES-REGULARIZACION.
           MOVE ZERO TO FCPAGO-SECUENCIA.
           START PAGOS-FUERA-CICLO-ARCHIVO
               KEY IS NOT LESS THAN FCPAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-PAGOS-FUERA-CICLO
           END-START.
           PERFORM LEER-PAGO-FUERA-CICLO
           UNTIL FIN-PAGOS-FUERA-CICLO = "S".

       CARGAR-PAGOS-FUERA-CICLO-FIN.
           EXIT.

       LEER-PAGO-FUERA-CICLO.
           READ PAGOS-FUERA-CICLO-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PAGOS-FUERA-CICLO
           END-READ.
           IF FIN-PAGOS-FUERA-CICLO = "N"
               IF FCPAGO-EMPLEADOS-ID NOT = EMPLEADOS-ID OR
                  FCPAGO-MES-REGULARIZACION NOT = MES-NOMINA
                   MOVE "S" TO FIN-PAGOS-FUERA-CICLO
               ELSE
                   ADD FCPAGO-A-CUENTA TO FUERA-CICLO-A-CUENTA
                   ADD FCPAGO-BASE-IRPF TO FUERA-CICLO-BASE-IRPF
                   ADD FCPAGO-IRPF TO FUERA-CICLO-IRPF
                   ADD FCPAGO-BASE-SEG-SOCIAL
                       TO FUERA-CICLO-BASE-SEG-SOCIAL
                   ADD FCPAGO-SEG-SOCIAL TO FUERA-CICLO-SEG-SOCIAL
                   ADD FCPAGO-SS-EMPRESA TO FUERA-CICLO-SS-EMPRESA.

       CALCULAR-AUSENCIAS-MES.
      *Se recorren las ausencias del empleado con la clave parcial,
      *igual que COMPROBAR-SOLAPES en REGISTRO-AUSENCIAS, y de cada
           IF AUSENCIAS-DISPONIBLES = "N" OR DIAS-LABORABLES-MES = 0
               GO TO CALCULAR-AUSENCIAS-FIN.
           COMPUTE VALOR-DIA ROUNDED =
                   EMPLEADOS-SALARIO * PORCENTAJE-JORNADA-MES / 100
                   / DIAS-LABORABLES-MES.
           MOVE "N" TO FIN-AUSENCIAS.
           MOVE EMPLEADOS-ID TO AUSENCIA-EMPLEADOS-ID.
           MOVE ZEROES TO AUSENCIA-FECHA-DESDE.
                       DIAS-TRAMO-MES * VALOR-DIA *
                       (100 - PORCENTAJE-ENFERMEDAD) / 100.

       REDUCIR-BASE-DISCAPACIDAD.
      *La discapacidad acreditada del trabajador, con el certificado
      *en vigor al cierre del mes, reduce la base de retencion en la
      *parte de la reduccion anual que corresponde a cada paga.
           MOVE SPACE TO DISCAP-PETICION.
           MOVE EMPLEADOS-DISCAPACIDAD-GRADO-X TO DISCAP-GRADO.
           MOVE EMPLEADOS-DISCAPACIDAD-CADUCA-X TO DISCAP-CADUCIDAD.
           IF NOT EMPLEADOS-VERSION-VIGENTE
               MOVE SPACE TO DISCAP-GRADO.
           MOVE ULTIMO-DIA-MES TO DISCAP-FECHA.
           CALL "REDUCCION-DISCAPACIDAD" USING DISCAP-PETICION.
           SUBTRACT DISCAP-REDUCCION FROM BASE-IRPF.
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
      *El primer tramo cuyo limite cubre la base mensual sujeta a
      *IRPF marca el porcentaje de retencion. Si ninguno lo cubre se
      *aplica el porcentaje del ultimo tramo cargado.
           MOVE ZERO TO PORCENTAJE-IRPF.
           MOVE "N" TO TRAMO-ENCONTRADO.
           MOVE 1 TO SUB-TRAMO.
               MOVE TRAMO-PORCENTAJE (CONT-TRAMOS) TO PORCENTAJE-IRPF.

       COMPARAR-TRAMO.
           IF BASE-IRPF <= TRAMO-LIMITE (SUB-TRAMO)
               MOVE TRAMO-PORCENTAJE (SUB-TRAMO) TO PORCENTAJE-IRPF
               MOVE "S" TO TRAMO-ENCONTRADO.
           ADD 1 TO SUB-TRAMO.
           MOVE TRIENIOS-EMPLEADO TO TRIENIOS-EDITADOS.
           MOVE IMPORTE-TRIENIOS TO IMPORTE-TRIENIOS-EDITADO.
           MOVE IMPORTE-ATRASOS-EMPLEADO TO IMPORTE-ATRASOS-EDITADO.
           MOVE IMPORTE-INCENTIVOS-EMPLEADO
               TO IMPORTE-INCENTIVOS-EDITADO.
           MOVE IMPORTE-IRPF TO IMPORTE-IRPF-EDITADO.
           MOVE IMPORTE-SEG-SOCIAL TO IMPORTE-SEG-SOCIAL-EDITADO.
           MOVE CUOTA-SINDICAL-EMPLEADO TO CUOTA-SINDICAL-EDITADA.
           MOVE PLAN-TRABAJADOR-EMPLEADO TO APORTACION-PLAN-EDITADA.
           MOVE SALARIO-NETO TO SALARIO-NETO-EDITADO.
           DISPLAY "============================================".
           DISPLAY "RECIBO DE NOMINA          FECHA: " FECHA-DE-HOY.
           DISPLAY "EMPLEADO: " EMPLEADOS-ID " " EMPLEADOS-NOMBRE
                   " " EMPLEADOS-APELLIDOS.
           DISPLAY "DEPARTAMENTO: " EMPLEADOS-DEPARTAMENTO.
           IF GRUPO-EMPRESAS > 0 AND POSICION-EMPRESA > 0
               DISPLAY "EMPRESA: " EMPRESA-NOMINA " "
                       EMPNOM-NOMBRE (POSICION-EMPRESA)
                       " CIF: " EMPNOM-CIF (POSICION-EMPRESA).
           IF DIAS-PRORRATEO < DIAS-LABORABLES-MES
               DISPLAY "MES PRORRATEADO: " DIAS-PRORRATEO-EDITADOS
                       " DE " DIAS-MES-EDITADOS
                       " DIAS LABORABLES".
           IF PORCENTAJE-JORNADA-MES < 100
               MOVE PORCENTAJE-JORNADA-MES TO JORNADA-EDITADA
               DISPLAY "JORNADA PARCIAL:    " JORNADA-EDITADA " %".
           DISPLAY "SALARIO BRUTO:      " SALARIO-BRUTO-EDITADO.
           DISPLAY "HORAS EXTRA (" HORAS-EXTRA-EDITADAS "): "
                   IMPORTE-HORAS-EXTRA-EDITADO.
           IF HEXTRA-HORAS-RETENIDAS NOT = 0
               MOVE HEXTRA-HORAS-RETENIDAS TO HORAS-RETENIDAS-EDITADAS
               DISPLAY "HORAS EXTRA SIN AUTORIZAR RETENIDAS: "
                       HORAS-RETENIDAS-EDITADAS.
           DISPLAY "ANTIGUEDAD (" TRIENIOS-EDITADOS " TRIENIOS): "
                   IMPORTE-TRIENIOS-EDITADO.
           IF IMPORTE-ATRASOS-EMPLEADO NOT = 0
               DISPLAY "ATRASOS:            "
                       IMPORTE-ATRASOS-EDITADO.
           IF IMPORTE-INCENTIVOS-EMPLEADO NOT = 0
               DISPLAY "RETRIB. VARIABLE:   "
                       IMPORTE-INCENTIVOS-EDITADO.
           MOVE 1 TO SUB-C.
           PERFORM IMPRIMIR-LINEA-COMPLEMENTO
           UNTIL SUB-C > CONT-COMPLEMENTOS-EMP.
           IF PRIMA-NOCTURNA-EMPLEADO NOT = 0
               MOVE HORAS-NOCTURNAS-EMPLEADO TO HORAS-PRIMA-EDITADAS
               MOVE PRIMA-NOCTURNA-EMPLEADO TO IMPORTE-PRIMA-EDITADO
               DISPLAY "PLUS NOCTURNIDAD (" HORAS-PRIMA-EDITADAS
                       "): " IMPORTE-PRIMA-EDITADO.
           IF PRIMA-FIN-SEMANA-EMPLEADO NOT = 0
               MOVE HORAS-FIN-SEMANA-EMPLEADO TO HORAS-PRIMA-EDITADAS
               MOVE PRIMA-FIN-SEMANA-EMPLEADO TO IMPORTE-PRIMA-EDITADO
               DISPLAY "PLUS FIN DE SEMANA (" HORAS-PRIMA-EDITADAS
                       "): " IMPORTE-PRIMA-EDITADO.
           IF PRIMA-FESTIVA-EMPLEADO NOT = 0
               MOVE HORAS-FESTIVAS-EMPLEADO TO HORAS-PRIMA-EDITADAS
               MOVE PRIMA-FESTIVA-EMPLEADO TO IMPORTE-PRIMA-EDITADO
               DISPLAY "PLUS FESTIVOS (" HORAS-PRIMA-EDITADAS
                       "): " IMPORTE-PRIMA-EDITADO.
           DISPLAY "DESC. AUSENCIAS (P " DIAS-PERMISO-EDITADOS
                   " E " DIAS-ENFERMEDAD-EDITADOS "): "
                   IMPORTE-AUSENCIAS-EDITADO.
           MOVE 1 TO SUB-F.
           PERFORM IMPRIMIR-LINEA-FLEXIBLE
           UNTIL SUB-F > 4.
           IF ESPECIE-FLEXIBLE-EMPLEADO NOT = 0
               MOVE ESPECIE-FLEXIBLE-EMPLEADO
                   TO IMPORTE-FLEXIBLE-EDITADO
               DISPLAY "ESPECIE SUJETA A IRPF (FLEXIBLE): "
                       IMPORTE-FLEXIBLE-EDITADO.
           IF DISCAP-REDUCCION > 0
               DISPLAY "RETENCION REDUCIDA POR DISCAPACIDAD ("
                       EMPLEADOS-DISCAPACIDAD-GRADO-X "%)".
           IF FUERA-CICLO-A-CUENTA NOT = 0
               COMPUTE FUERA-CICLO-EDITADO = 0 - FUERA-CICLO-A-CUENTA
               DISPLAY "A CUENTA FUERA CICLO: " FUERA-CICLO-EDITADO.
           DISPLAY "RETENCION IRPF:     " IMPORTE-IRPF-EDITADO.
           IF FUERA-CICLO-IRPF NOT = 0
               MOVE FUERA-CICLO-IRPF TO FUERA-CICLO-EDITADO
               DISPLAY "  (YA RETENIDO FUERA DE CICLO: "
                       FUERA-CICLO-EDITADO ")".
           DISPLAY "SEGURIDAD SOCIAL:   " IMPORTE-SEG-SOCIAL-EDITADO.
           IF FUERA-CICLO-SEG-SOCIAL NOT = 0
               MOVE FUERA-CICLO-SEG-SOCIAL TO FUERA-CICLO-EDITADO
               DISPLAY "  (YA COTIZADO FUERA DE CICLO: "
                       FUERA-CICLO-EDITADO ")".
           IF SINDICATO-EMPLEADO = SPACE
               DISPLAY "CUOTA SINDICAL:     " CUOTA-SINDICAL-EDITADA
           ELSE
               DISPLAY "CUOTA SINDICAL " SINDICATO-EMPLEADO ": "
                       CUOTA-SINDICAL-EDITADA.
           IF PLAN-TRABAJADOR-EMPLEADO NOT = 0
               DISPLAY "PLAN DE PENSIONES:  " APORTACION-PLAN-EDITADA.
           IF IMPORTE-EMBARGOS-EMPLEADO > 0
               DISPLAY "EMBARGO JUDICIAL:   "
                       IMPORTE-EMBARGOS-EDITADO.
               DISPLAY "ANTICIPO PENDIENTE: "
                       SALDO-ANTICIPOS-EDITADO.
           DISPLAY "SALARIO NETO:       " SALARIO-NETO-EDITADO.
           IF PLAN-EMPRESA-EMPLEADO NOT = 0
               MOVE PLAN-EMPRESA-EMPLEADO TO APORTACION-PLAN-EDITADA
               DISPLAY "APORTACION EMPRESA AL PLAN: "
                       APORTACION-PLAN-EDITADA.
           DISPLAY "ACUMULADO DEL EJERCICIO " ACUANUAL-ANIO ":".
           MOVE ACUANUAL-BRUTO TO ACUMULADO-EDITADO.
           DISPLAY "  BRUTO:     " ACUMULADO-EDITADO.
           DISPLAY "  NETO:      " ACUMULADO-EDITADO.
           DISPLAY "============================================".

       IMPRIMIR-LINEA-COMPLEMENTO.
           MOVE COMPLEMENTO-EMP-IMPORTE (SUB-C)
               TO IMPORTE-COMPLEMENTO-EDITADO.
           DISPLAY COMPLEMENTO-EMP-DESCRIPCION (SUB-C) " "
                   IMPORTE-COMPLEMENTO-EDITADO.
           ADD 1 TO SUB-C.

       IMPRIMIR-LINEA-FLEXIBLE.
           IF FLEXIBLE-EMP-IMPORTE (SUB-F) NOT = 0
               MOVE FLEXIBLE-EMP-IMPORTE (SUB-F)
                   TO IMPORTE-FLEXIBLE-EDITADO
               DISPLAY TIPO-FLEXIBLE-DESCRIPCION (SUB-F) " -"
                       IMPORTE-FLEXIBLE-EDITADO.
           ADD 1 TO SUB-F.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           DISPLAY " ".
           DISPLAY "RESUMEN DEL CALCULO DE NOMINA".
           DISPLAY "Recibos calculados: " CONT-NOMINAS.
           DISPLAY "Lineas guardadas en el historico de resultados: "
                   CONT-LINEAS-RESULTADO.
           MOVE TOTAL-BRUTO TO TOTAL-EDITADO.
           DISPLAY "Total bruto:            " TOTAL-EDITADO.
           MOVE TOTAL-HORAS-EXTRA TO TOTAL-EDITADO.
           DISPLAY "Total horas extra:      " TOTAL-EDITADO.
           IF TOTAL-HORAS-RETENIDAS NOT = 0
               MOVE TOTAL-HORAS-RETENIDAS
                   TO TOTAL-HORAS-RETENIDAS-EDITADO
               DISPLAY "Horas extra retenidas:  "
                       TOTAL-HORAS-RETENIDAS-EDITADO.
           MOVE TOTAL-TRIENIOS TO TOTAL-EDITADO.
           DISPLAY "Total antiguedad:       " TOTAL-EDITADO.
           MOVE TOTAL-ATRASOS TO TOTAL-EDITADO.
           DISPLAY "Total atrasos:          " TOTAL-EDITADO.
           MOVE TOTAL-INCENTIVOS TO TOTAL-EDITADO.
           DISPLAY "Total retrib. variable: " TOTAL-EDITADO.
           MOVE TOTAL-COMPLEMENTOS TO TOTAL-EDITADO.
           DISPLAY "Total complementos:     " TOTAL-EDITADO.
           MOVE TOTAL-PRIMAS-TURNOS TO TOTAL-EDITADO.
           DISPLAY "Total primas turnos:    " TOTAL-EDITADO.
           MOVE TOTAL-DESCUENTO-AUSENCIAS TO TOTAL-EDITADO.
           DISPLAY "Total desc. ausencias:  " TOTAL-EDITADO.
           MOVE TOTAL-FLEXIBLE TO TOTAL-EDITADO.
           DISPLAY "Total retrib. flexible: " TOTAL-EDITADO.
           MOVE TOTAL-ESPECIE-FLEXIBLE TO TOTAL-EDITADO.
           DISPLAY "Total especie sujeta:   " TOTAL-EDITADO.
           MOVE TOTAL-IRPF TO TOTAL-EDITADO.
           DISPLAY "Total retencion IRPF:   " TOTAL-EDITADO.
           MOVE TOTAL-SEG-SOCIAL TO TOTAL-EDITADO.
           DISPLAY "Total seguridad social: " TOTAL-EDITADO.
           MOVE TOTAL-SINDICAL TO TOTAL-EDITADO.
           DISPLAY "Total cuota sindical:   " TOTAL-EDITADO.
           MOVE TOTAL-PLAN-TRABAJADOR TO TOTAL-EDITADO.
           DISPLAY "Total plan pensiones:   " TOTAL-EDITADO.
           MOVE TOTAL-EMBARGOS TO TOTAL-EDITADO.
           DISPLAY "Total embargos:         " TOTAL-EDITADO.
           MOVE TOTAL-ANTICIPOS TO TOTAL-EDITADO.
           DISPLAY "Total neto a pagar:     " TOTAL-EDITADO.
           MOVE TOTAL-SS-EMPRESA TO TOTAL-EDITADO.
           DISPLAY "Total cuota patronal:   " TOTAL-EDITADO.
           MOVE TOTAL-PLAN-EMPRESA TO TOTAL-EDITADO.
           DISPLAY "Total aport. empresa:   " TOTAL-EDITADO.
           COMPUTE TOTAL-EDITADO = TOTAL-BRUTO + TOTAL-FLEXIBLE
                   + TOTAL-SS-EMPRESA + TOTAL-PLAN-EMPRESA.
           DISPLAY "Coste total de empleo:  " TOTAL-EDITADO.

       ESCRIBIR-RESUMEN-EMPRESA.
      *Resumen de la nomina del mes de una empresa del grupo, con
      *los totales de control que cuadran su liquidacion de IRPF y
      *de seguridad social, en RESUMEN_NOMINA_ seguido del codigo.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           STRING "RESUMEN_NOMINA_" DELIMITED BY SIZE
                  EMPNOM-CODIGO (SUB-M) DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO INFORME-NOMBRE.
           MOVE "CALCULO-NOMINA" TO INFORME-PROGRAMA.
           MOVE "RESUMEN DE NOMINA POR EMPRESA" TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "EMPRESA: " DELIMITED BY SIZE
                  EMPNOM-CODIGO (SUB-M) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMPNOM-NOMBRE (SUB-M) DELIMITED BY SIZE
                  " CIF: " DELIMITED BY SIZE
                  EMPNOM-CIF (SUB-M) DELIMITED BY SIZE
                  " C.C.C.: " DELIMITED BY SIZE
                  EMPNOM-CUENTA-COTIZACION (SUB-M) DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "MES DE NOMINA: " DELIMITED BY SIZE
                  MES-NOMINA DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "T" TO INFORME-OPERACION.
           MOVE EMPNOM-RECIBOS (SUB-M) TO RECIBOS-EDITADOS.
           MOVE SPACE TO INFORME-LINEA.
           STRING "RECIBOS CALCULADOS:     " DELIMITED BY SIZE
                  RECIBOS-EDITADOS DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE EMPNOM-BRUTO (SUB-M) TO TOTAL-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL BRUTO:            " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE EMPNOM-IRPF (SUB-M) TO TOTAL-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL RETENCION IRPF:   " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE EMPNOM-SEG-SOCIAL (SUB-M) TO TOTAL-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL SEGURIDAD SOCIAL: " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE EMPNOM-SS-EMPRESA (SUB-M) TO TOTAL-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL CUOTA PATRONAL:   " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE EMPNOM-NETO (SUB-M) TO TOTAL-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL NETO A PAGAR:     " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY "Resumen de la empresa " EMPNOM-CODIGO (SUB-M)
                   " en " INFORME-NOMBRE.
           ADD 1 TO SUB-M.

       END PROGRAM CALCULO-NOMINA.

      *Definicion logica del registro del archivo historico de
      *resultados de nomina: una linea por concepto pagado o
      *descontado a cada empleado en cada mes y pasada (nomina
      *mensual, paga extraordinaria, valoracion de atrasos o pago
      *fuera de ciclo). Es la copia permanente del recibo, que ya no
      *se pierde al cerrar la pantalla, y la fuente de los trabajos
      *mensuales y trimestrales que necesitan el detalle pagado.
      *Numeracion de las lineas de la nomina mensual y de la paga
      *extra:
      *  010 SALB salario del mes (unidades: dias pagados; base:
      *      salario de jornada completa; porcentaje: jornada del
      *      mes)
      *  020 HEXT horas extra (unidades: horas)
      *  021 HRET horas extra sin autorizar retenidas, informativa
      *      (unidades: horas; sin importe)
      *  030 TRIE antiguedad (unidades: trienios)
      *  040 ATRA atrasos cobrados
      *  045 INCE retribucion variable anual de la campania de
      *      evaluacion
      *  050 AUSE descuento por ausencias, en negativo (unidades:
      *      dias de permiso y enfermedad)
      *  055 FCAC lo pagado a cuenta del mes en pasadas fuera de
      *      ciclo, en negativo (ya esta en la pasada F)
      *  060-079 complementos salariales en vigor, uno por linea
      *      con el codigo del maestro de conceptos (unidades: dias
      *      laborables pagados; base: importe mensual asignado)
      *  080 PNOC plus de nocturnidad (unidades: horas)
      *  081 PFSE plus de fin de semana y descanso (unidades: horas)
      *  082 PFES plus de festivos (unidades: horas)
      *  091-094 FCOM FTRA FGUA FSEG retribucion flexible (vales de
      *      comida, transporte, guarderia y seguro medico), en
      *      negativo: salario cambiado por el beneficio (base:
      *      parte exenta del mes)
      *  096 FESP parte de la retribucion flexible que pasa de los
      *      limites exentos, informativa y con clave de percepcion
      *      en especie (la base de IRPF de la 110 la incluye)
      *  100 BRUT total devengado
      *  110 IRPF retencion (base y porcentaje aplicados; la base
      *      no incluye los complementos que no tributan)
      *  115 RFCI pagos fuera de ciclo que regulariza la retencion
      *      del mes, informativa (base: su base de IRPF; importe:
      *      lo ya retenido en ellos, descontado de la 110)
      *  120 SSOC seguridad social del trabajador (la base no
      *      incluye los complementos que no cotizan)
      *  125 RFCS pagos fuera de ciclo que regulariza la cotizacion
      *      del mes, informativa (base: su base de cotizacion;
      *      importe: lo ya cotizado en ellos, descontado de la 120)
      *  130 SIND cuota sindical (base y porcentaje cuando la cuota
      *      es un porcentaje del bruto; sindicato destinatario en
      *      RESNOM-SINDICATO)
      *  135 PPTR aportacion del trabajador al plan de pensiones
      *      (base: bruto del mes; porcentaje del participe)
      *  140 EMBA embargos judiciales
      *  150 ANTI cuota de anticipo (base: saldo pendiente)
      *  190 SSEM cuota patronal, informativa
      *  195 PPEM aportacion de la empresa al plan de pensiones,
      *      informativa (base y porcentaje como en la 135)
      *  200 NETO liquido a percibir
      *Los huecos entre numeros quedan para conceptos nuevos. La
      *pasada de atrasos numera sus lineas correlativamente desde
      *001, una por atraso valorado. La pasada fuera de ciclo numera
      *las suyas a continuacion de las que ya tenga el empleado en
      *el mes: una por linea pagada y despues BRUT, IRPF, SSOC, SSEM
      *y NETO. Se copia en la FILE SECTION de los programas de la
      *BBDD.
       FD RESULTADOS-NOMINA-ARCHIVO.
       01 RESNOM-REGISTRO.
           05 RESNOM-CLAVE.
               10 RESNOM-EMPLEADOS-ID PIC X(6).
               10 RESNOM-ANIO-MES PIC 9(6).
               10 RESNOM-PASADA PIC X(1).
                   88 RESNOM-PASADA-NOMINA VALUE "N".
                   88 RESNOM-PASADA-EXTRA VALUE "E".
                   88 RESNOM-PASADA-RETRO VALUE "R".
                   88 RESNOM-PASADA-FUERA-CICLO VALUE "F".
               10 RESNOM-LINEA PIC 9(3).
           05 RESNOM-CONCEPTO PIC X(4).
           05 RESNOM-DESCRIPCION PIC X(25).
      *Devengo, descuento al trabajador, total o dato informativo
      *que no suma ni resta en el recibo.
           05 RESNOM-CLASE PIC X(1).
               88 RESNOM-DEVENGO VALUE "D".
               88 RESNOM-DESCUENTO VALUE "S".
               88 RESNOM-TOTAL VALUE "T".
               88 RESNOM-INFORMATIVO VALUE "I".
           05 RESNOM-UNIDADES PIC 9(4)V99.
           05 RESNOM-BASE PIC S9(7)V99.
           05 RESNOM-PORCENTAJE PIC 9(3)V99.
           05 RESNOM-IMPORTE PIC S9(7)V99.
           05 RESNOM-DEPARTAMENTO PIC X(4).
           05 RESNOM-FECHA-PROCESO PIC 9(8).
           05 RESNOM-PROGRAMA PIC X(20).
      *Clave de percepcion de los devengos para las declaraciones de
      *retenciones: dineraria ordinaria (en blanco), atrasos de
      *ejercicios o meses anteriores, o retribucion en especie.
           05 RESNOM-PERCEPCION PIC X(1).
               88 RESNOM-PERCEPCION-ORDINARIA VALUE SPACE.
               88 RESNOM-PERCEPCION-ATRASOS VALUE "A".
               88 RESNOM-PERCEPCION-ESPECIE VALUE "E".
      *Sindicato al que se remite la cuota de la linea SIND, en
      *blanco en las demas lineas y en la cuota plana antigua.
           05 RESNOM-SINDICATO PIC X(4).
      *Empresa del grupo que pago la linea, la del empleado en el
      *mes de la pasada. En blanco en las lineas grabadas antes del
      *maestro de empresas, que son de la empresa principal.
           05 RESNOM-EMPRESA PIC X(2).
           05 FILLER PIC X(13).

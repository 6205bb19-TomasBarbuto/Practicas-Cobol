      *Definicion logica del registro del archivo de horas extra
      *retenidas: por empleado y mes de nomina en que se fichan, las
      *horas extra que excedieron lo autorizado y no se pagaron. Un
      *supervisor las libera, y entonces las paga la nomina del
      *siguiente mes que se calcule, o las anula. Se copia en la
      *FILE SECTION de los programas de la BBDD.
       FD HORAS-RETENIDAS-ARCHIVO.
       01 RETENIDA-REGISTRO.
           05 RETENIDA-CLAVE.
               10 RETENIDA-EMPLEADOS-ID PIC X(6).
               10 RETENIDA-ANIO-MES PIC 9(6).
           05 RETENIDA-HORAS PIC 9(4)V99.
           05 RETENIDA-ESTADO PIC X(1).
               88 RETENIDA-PENDIENTE VALUE "R".
               88 RETENIDA-LIBERADA VALUE "L".
               88 RETENIDA-PAGADA VALUE "P".
               88 RETENIDA-ANULADA VALUE "A".
      *Mes de nomina que pago las horas liberadas.
           05 RETENIDA-MES-PAGO PIC 9(6).
      *Fecha y operador de la liberacion o la anulacion.
           05 RETENIDA-FECHA-DECISION PIC 9(8).
           05 RETENIDA-OPERADOR-ID PIC X(6).

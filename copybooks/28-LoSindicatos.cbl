      *Definicion logica del registro del archivo maestro de
      *sindicatos: codigo, nombre, cuenta a la que se remiten las
      *cuotas retenidas en nomina y cuota que se propone al afiliar
      *a un empleado, fija mensual (tipo F) o porcentaje del bruto
      *del mes (tipo P). Un sindicato de baja no admite afiliaciones
      *nuevas pero sigue recibiendo la remesa de las que sigan en
      *vigor. Se copia en la FILE SECTION de los programas de la
      *BBDD.
       FD SINDICATOS-ARCHIVO.
       01 SINDICATO-REGISTRO.
           05 SINDICATO-CODIGO PIC X(4).
           05 SINDICATO-NOMBRE PIC X(30).
           05 SINDICATO-IBAN PIC X(24).
           05 SINDICATO-TIPO-CUOTA PIC X(1).
               88 SINDICATO-CUOTA-FIJA VALUE "F".
               88 SINDICATO-CUOTA-PORCENTAJE VALUE "P".
           05 SINDICATO-CUOTA-IMPORTE PIC 9(5)V99.
           05 SINDICATO-CUOTA-PORCENTAJE-BRUTO PIC 9(3)V99.
           05 SINDICATO-ESTADO PIC X(1).
               88 SINDICATO-ACTIVO VALUE "A".
               88 SINDICATO-DE-BAJA VALUE "B".

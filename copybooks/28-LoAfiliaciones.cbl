      *Definicion logica del registro del archivo de afiliaciones
      *sindicales: por empleado y fecha de alta en el sindicato, el
      *codigo del maestro de sindicatos, la fecha de baja y la cuota
      *que se le retiene, fija mensual (tipo F) o porcentaje del
      *bruto del mes (tipo P). Una fecha de baja a cero indica que
      *la afiliacion sigue en vigor; un empleado solo tiene una en
      *vigor a la vez. Se copia en la FILE SECTION de los programas
      *de la BBDD.
       FD AFILIACIONES-ARCHIVO.
       01 AFILIACION-REGISTRO.
           05 AFILIACION-CLAVE.
               10 AFILIACION-EMPLEADOS-ID PIC X(6).
               10 AFILIACION-FECHA-DESDE PIC 9(8).
           05 AFILIACION-SINDICATO PIC X(4).
           05 AFILIACION-FECHA-HASTA PIC 9(8).
           05 AFILIACION-TIPO-CUOTA PIC X(1).
               88 AFILIACION-CUOTA-FIJA VALUE "F".
               88 AFILIACION-CUOTA-PORCENTAJE VALUE "P".
           05 AFILIACION-CUOTA-IMPORTE PIC 9(5)V99.
           05 AFILIACION-CUOTA-PORCENTAJE-BRUTO PIC 9(3)V99.

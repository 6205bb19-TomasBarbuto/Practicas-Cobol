      *Definicion logica del registro de pagos fuera de ciclo: uno
      *por empleado y pasada fuera de ciclo, con lo pagado a cuenta
      *de la nomina ordinaria y lo pagado como adicional, las bases
      *sujetas y lo retenido y cotizado. El mes de regularizacion es
      *el de la nomina ordinaria que suma el pago a su base para
      *fijar el tipo de retencion y descuenta lo ya retenido: el
      *mismo mes del pago si su nomina ordinaria aun no se habia
      *calculado, y el siguiente si ya estaba calculada. La
      *secuencia es la de la pasada fuera de ciclo que lo pago. Se
      *copia en la FILE SECTION de los programas de la BBDD.
       FD PAGOS-FUERA-CICLO-ARCHIVO.
       01 FCPAGO-REGISTRO.
           05 FCPAGO-CLAVE.
               10 FCPAGO-EMPLEADOS-ID PIC X(6).
               10 FCPAGO-MES-REGULARIZACION PIC 9(6).
               10 FCPAGO-SECUENCIA PIC 9(6).
           05 FCPAGO-ANIO-MES PIC 9(6).
           05 FCPAGO-FECHA-EJECUCION PIC 9(8).
           05 FCPAGO-A-CUENTA PIC S9(7)V99.
           05 FCPAGO-ADICIONAL PIC S9(7)V99.
           05 FCPAGO-BASE-IRPF PIC S9(7)V99.
           05 FCPAGO-IRPF PIC S9(7)V99.
           05 FCPAGO-BASE-SEG-SOCIAL PIC S9(7)V99.
           05 FCPAGO-SEG-SOCIAL PIC S9(7)V99.
           05 FCPAGO-SS-EMPRESA PIC S9(7)V99.
           05 FCPAGO-NETO PIC S9(7)V99.
           05 FCPAGO-EMPRESA PIC X(2).
           05 FCPAGO-OPERADOR-ID PIC X(6).
           05 FILLER PIC X(20).

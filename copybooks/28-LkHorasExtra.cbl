      *mensual; el modulo devuelve las horas que exceden la jornada
      *mensual estandar y el importe a pagar por ellas al precio de
      *la hora ordinaria con el recargo parametrizado.
      *Si existe el archivo de autorizaciones solo se pagan las
      *horas autorizadas del mes mas las retenidas de meses
      *anteriores que un supervisor haya liberado; el resto se
      *devuelve como retenido. Con el modo de nomina el modulo
      *graba las horas retenidas del mes y marca como pagadas las
      *liberadas; en blanco solo calcula.
       01  HEXTRA-PETICION.
           05 HEXTRA-EMPLEADOS-ID PIC X(6).
           05 HEXTRA-ANIO-MES PIC 9(6).
           05 HEXTRA-SALARIO PIC S9(7)V99.
           05 HEXTRA-HORAS PIC 9(4)V99.
           05 HEXTRA-IMPORTE PIC S9(7)V99.
           05 HEXTRA-MODO PIC X(1).
               88 HEXTRA-MODO-NOMINA VALUE "N".
           05 HEXTRA-HORAS-RETENIDAS PIC 9(4)V99.
           05 HEXTRA-HORAS-LIBERADAS PIC 9(4)V99.

      *Definicion logica del registro de punto de control del calculo
      *de nomina. Un unico registro con el mes que se esta pagando,
      *el ultimo empleado cuyo recibo quedo aplicado en todos los
      *archivos y los totales de control acumulados hasta el, para
      *reanudar una pasada interrumpida sin volver a aplicar nada.
      *PCNOM-TABLA-EMPRESAS es la imagen de la tabla de totales por
      *empresa del grupo del programa. Se copia en la FILE SECTION
      *de los programas de la BBDD.
       FD PUNTO-CONTROL-NOMINA-ARCHIVO.
       01 PCNOM-REGISTRO.
           05 PCNOM-MES-NOMINA PIC 9(6).
           05 PCNOM-ESTADO PIC X(1).
               88 PCNOM-EN-CURSO VALUE "E".
               88 PCNOM-TERMINADA VALUE "T".
           05 PCNOM-ULTIMO-ID PIC X(6).
           05 PCNOM-FECHA-INICIO PIC 9(8).
           05 PCNOM-REANUDACIONES PIC 9(3).
           05 PCNOM-CONT-NOMINAS PIC 9(5).
           05 PCNOM-CONT-LINEAS-REMESA PIC 9(5).
           05 PCNOM-CONT-LINEAS-RESULTADO PIC 9(7).
           05 PCNOM-TOTAL-REMESA-EMBARGOS PIC 9(13).
           05 PCNOM-TOTAL-HORAS-EXTRA PIC S9(9)V99.
           05 PCNOM-TOTAL-HORAS-RETENIDAS PIC 9(7)V99.
           05 PCNOM-TOTAL-DESCUENTO-AUSENCIAS PIC S9(9)V99.
           05 PCNOM-TOTAL-EMBARGOS PIC S9(9)V99.
           05 PCNOM-TOTAL-ANTICIPOS PIC S9(9)V99.
           05 PCNOM-TOTAL-TRIENIOS PIC S9(9)V99.
           05 PCNOM-TOTAL-SS-EMPRESA PIC S9(9)V99.
           05 PCNOM-TOTAL-ATRASOS PIC S9(9)V99.
           05 PCNOM-TOTAL-COMPLEMENTOS PIC S9(9)V99.
           05 PCNOM-TOTAL-PRIMAS-TURNOS PIC S9(9)V99.
           05 PCNOM-TOTAL-BRUTO PIC S9(9)V99.
           05 PCNOM-TOTAL-IRPF PIC S9(9)V99.
           05 PCNOM-TOTAL-SEG-SOCIAL PIC S9(9)V99.
           05 PCNOM-TOTAL-SINDICAL PIC S9(9)V99.
           05 PCNOM-TOTAL-PLAN-TRABAJADOR PIC S9(9)V99.
           05 PCNOM-TOTAL-PLAN-EMPRESA PIC S9(9)V99.
           05 PCNOM-TOTAL-FLEXIBLE PIC S9(9)V99.
           05 PCNOM-TOTAL-INCENTIVOS PIC S9(9)V99.
           05 PCNOM-TOTAL-ESPECIE-FLEXIBLE PIC S9(9)V99.
           05 PCNOM-TOTAL-NETO PIC S9(9)V99.
           05 PCNOM-CONT-EMPRESAS PIC 9(2).
           05 PCNOM-TABLA-EMPRESAS PIC X(2440).
           05 FILLER PIC X(20).

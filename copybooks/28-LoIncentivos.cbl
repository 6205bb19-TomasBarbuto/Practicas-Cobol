      *Definicion logica del registro de retribucion variable anual:
      *el incentivo de un empleado en una campania de evaluacion,
      *calculado por CICLO-INCENTIVOS con el objetivo de su grado, el
      *factor de su valoracion y el prorrateo por tiempo en el
      *puesto, y ajustado a la bolsa del departamento. Queda
      *pendiente hasta que la siguiente nomina lo paga como
      *concepto propio, marcandolo como pagado con el mes de pago.
      *Se copia en la FILE SECTION de los programas de la BBDD.
       FD INCENTIVOS-ARCHIVO.
       01 INCENTIVO-REGISTRO.
           05 INCENTIVO-CLAVE.
               10 INCENTIVO-EMPLEADOS-ID PIC X(6).
               10 INCENTIVO-CAMPANIA PIC 9(4).
           05 INCENTIVO-DEPARTAMENTO PIC X(4).
           05 INCENTIVO-GRADO PIC X(4).
           05 INCENTIVO-VALORACION PIC X(2).
           05 INCENTIVO-PORCENTAJE-OBJETIVO PIC 9(3)V99.
           05 INCENTIVO-FACTOR-VALORACION PIC 9(1)V99.
           05 INCENTIVO-DIAS-PUESTO PIC 9(3).
           05 INCENTIVO-DIAS-CAMPANIA PIC 9(3).
           05 INCENTIVO-IMPORTE-TEORICO PIC 9(7)V99.
           05 INCENTIVO-FACTOR-BOLSA PIC 9(1)V9(6).
           05 INCENTIVO-IMPORTE PIC 9(7)V99.
           05 INCENTIVO-FECHA-CALCULO PIC 9(8).
           05 INCENTIVO-ESTADO PIC X(01).
               88 INCENTIVO-PENDIENTE VALUE "P".
               88 INCENTIVO-PAGADO VALUE "G".
           05 INCENTIVO-PERIODO-PAGO PIC 9(6).
           05 FILLER PIC X(20).

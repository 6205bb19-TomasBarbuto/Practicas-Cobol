      *Definicion logica del extracto de la declaracion anual, en el
      *formato fijo de la agencia tributaria: una linea de detalle
      *(tipo D) por empleado con NIF, identidad y remuneracion anual
      *en centimos; tras ella, si el empleado aporto al plan de
      *pensiones de empleo, una linea (tipo P) con las aportaciones
      *del ejercicio del trabajador y de la empresa en centimos; y
      *una cola (tipo T) con recuento y suma total de las lineas D y
      *de las lineas P y el CIF de la empresa declarante (en blanco
      *en el extracto consolidado). Se copia en la FILE SECTION de
      *los programas de la BBDD.
       FD DECLARACION-ARCHIVO.
       01 DECLARACION-REGISTRO.
           05 DECLARACION-TIPO PIC X(01).
               88 DECLARACION-DETALLE VALUE "D".
               88 DECLARACION-PLAN VALUE "P".
               88 DECLARACION-COLA VALUE "T".
           05 DECLARACION-NIF PIC X(09).
           05 DECLARACION-EMPLEADOS-ID PIC X(06).
           05 DECLARACION-NOMBRE PIC X(25).
           05 DECLARACION-APELLIDOS PIC X(25).
           05 DECLARACION-ANUAL PIC 9(13).
       01 DECLARACION-PLAN-REGISTRO.
           05 DECLARACION-PLAN-TIPO PIC X(01).
           05 DECLARACION-PLAN-NIF PIC X(09).
           05 DECLARACION-PLAN-EMPLEADOS-ID PIC X(06).
           05 DECLARACION-PLAN-TRABAJADOR PIC 9(13).
           05 DECLARACION-PLAN-EMPRESA PIC 9(13).
           05 FILLER PIC X(37).
       01 DECLARACION-COLA-REGISTRO.
           05 DECLARACION-COLA-TIPO PIC X(01).
           05 DECLARACION-COLA-REGISTROS PIC 9(09).
           05 DECLARACION-COLA-TOTAL PIC 9(15).
           05 DECLARACION-COLA-LINEAS-PLAN PIC 9(09).
           05 DECLARACION-COLA-PLAN-TRABAJADOR PIC 9(15).
           05 DECLARACION-COLA-PLAN-EMPRESA PIC 9(15).
           05 DECLARACION-COLA-CIF PIC X(09).
           05 FILLER PIC X(06).

      *Definicion logica del registro de variaciones de nomina: las
      *lineas que VARIACION-NOMINA marca al comparar la nomina del
      *periodo (AAAAMM) con la del mes anterior, y un registro de
      *control por periodo (ambito C) que dice que la comprobacion
      *se hizo sobre la nomina vigente. Ambito E empleado, D
      *departamento. Motivos: VB bruto y VN neto fuera de umbral,
      *NC neto cero o negativo, IN empleado inactivo con nomina, PP
      *primer pago, VD total de departamento fuera de umbral. Un
      *supervisor explica cada linea en EXPLICAR-VARIACIONES y
      *ORDENES-PAGO no genera la remesa del periodo mientras quede
      *alguna pendiente. Se copia en la FILE SECTION de los
      *programas de la BBDD.
       FD VARIACIONES-NOMINA-ARCHIVO.
       01 VARNOM-REGISTRO.
           05 VARNOM-CLAVE.
               10 VARNOM-ANIO-MES PIC 9(6).
               10 VARNOM-AMBITO PIC X(1).
                   88 VARNOM-CONTROL VALUE "C".
                   88 VARNOM-DEPARTAMENTO VALUE "D".
                   88 VARNOM-EMPLEADO VALUE "E".
               10 VARNOM-CODIGO PIC X(6).
               10 VARNOM-MOTIVO PIC X(2).
           05 VARNOM-ANTERIOR PIC S9(11)V99.
           05 VARNOM-ACTUAL PIC S9(11)V99.
           05 VARNOM-PORCENTAJE PIC S9(5)V99.
           05 VARNOM-ESTADO PIC X(1).
               88 VARNOM-PENDIENTE VALUE "P".
               88 VARNOM-EXPLICADA VALUE "E".
           05 VARNOM-EXPLICACION PIC X(40).
           05 VARNOM-SUPERVISOR-ID PIC X(6).
           05 VARNOM-FECHA-EXPLICACION PIC 9(8).
      *Fecha y hora de la pasada que genero o confirmo la linea;
      *las que no confirma la ultima pasada se borran.
           05 VARNOM-EJECUCION PIC 9(16).
      *Solo en el registro de control: lineas marcadas por la
      *ultima pasada.
           05 VARNOM-LINEAS-MARCADAS PIC 9(5).

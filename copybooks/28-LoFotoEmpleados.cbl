           05 EMPLEADOS-DIRECCION-PROVINCIA PIC X(15).
           05 EMPLEADOS-DIRECCION-CP PIC X(5).
           05 EMPLEADOS-VERSION-REGISTRO PIC X(1).
               88 EMPLEADOS-VERSION-VIGENTE VALUE "5".
           05 EMPLEADOS-JORNADA-PORCENTAJE PIC 9(3)V99.
           05 EMPLEADOS-JORNADA-DESDE PIC 9(8).
           05 EMPLEADOS-JORNADA-ANTERIOR PIC 9(3)V99.
           05 EMPLEADOS-SUPERIOR-ID PIC X(6).
           05 EMPLEADOS-SEXO PIC X(1).
           05 EMPLEADOS-DISCAPACIDAD-GRADO-X PIC X(3).
           05 EMPLEADOS-DISCAPACIDAD-CADUCA-X PIC X(8).
           05 EMPLEADOS-IRPF-PERSONAL-X PIC X(5).
           05 EMPLEADOS-IRPF-CALCULO-X PIC X(8).
           05 EMPLEADOS-EMPRESA PIC X(2).
           05 EMPLEADOS-EMPRESA-ANTERIOR PIC X(2).
           05 EMPLEADOS-EMPRESA-DESDE-X PIC X(8).
           05 EMPLEADOS-RESERVA PIC X(43).

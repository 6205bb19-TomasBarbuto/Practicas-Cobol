      *Definicion logica del archivo para facturacion: una linea
      *por mes, proyecto y empleado con el cliente, si se factura,
      *el departamento del empleado, las horas imputadas, el coste
      *hora cargado (salario mas cuota patronal) y el coste de las
      *horas. Se rehace en cada ejecucion del informe de coste de
      *proyectos. Se copia en la FILE SECTION de los programas de la
      *BBDD.
       FD EXPORTACION-PROYECTOS-ARCHIVO.
       01 EXPPROY-REGISTRO.
           05 EXPPROY-ANIO-MES PIC 9(6).
           05 EXPPROY-PROYECTO PIC X(8).
           05 EXPPROY-CLIENTE PIC X(30).
           05 EXPPROY-FACTURABLE PIC X(1).
           05 EXPPROY-EMPLEADOS-ID PIC X(6).
           05 EXPPROY-DEPARTAMENTO PIC X(4).
           05 EXPPROY-HORAS PIC 9(5)V99.
           05 EXPPROY-COSTE-HORA PIC 9(5)V99.
           05 EXPPROY-COSTE PIC 9(9)V99.

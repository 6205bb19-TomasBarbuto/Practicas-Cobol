      *Definicion logica del registro del archivo de complementos
      *salariales: por empleado, concepto del maestro de conceptos y
      *fecha de inicio, el importe mensual y la fecha de fin. Una
      *fecha de fin a cero indica que el complemento sigue en vigor.
      *Se copia en la FILE SECTION de los programas de la BBDD.
       FD COMPLEMENTOS-ARCHIVO.
       01 COMPLEMENTO-REGISTRO.
           05 COMPLEMENTO-CLAVE.
               10 COMPLEMENTO-EMPLEADOS-ID PIC X(6).
               10 COMPLEMENTO-CONCEPTO PIC X(4).
               10 COMPLEMENTO-FECHA-DESDE PIC 9(8).
           05 COMPLEMENTO-FECHA-HASTA PIC 9(8).
           05 COMPLEMENTO-IMPORTE PIC 9(5)V99.

      *Definicion logica del registro del archivo de participes del
      *plan de pensiones de empleo: por empleado y fecha de
      *incorporacion al plan, su numero de participe en la gestora,
      *la fecha de salida y los porcentajes del bruto del mes que
      *aporta el trabajador (se le descuenta en nomina) y la empresa
      *(coste de empresa). Una fecha de salida a cero indica que el
      *empleado sigue en el plan; solo hay una incorporacion en
      *vigor a la vez. Se copia en la FILE SECTION de los programas
      *de la BBDD.
       FD PLAN-PENSIONES-ARCHIVO.
       01 PLANPEN-REGISTRO.
           05 PLANPEN-CLAVE.
               10 PLANPEN-EMPLEADOS-ID PIC X(6).
               10 PLANPEN-FECHA-DESDE PIC 9(8).
           05 PLANPEN-PARTICIPE PIC X(12).
           05 PLANPEN-FECHA-HASTA PIC 9(8).
           05 PLANPEN-PORCENTAJE-TRABAJADOR PIC 9(3)V99.
           05 PLANPEN-PORCENTAJE-EMPRESA PIC 9(3)V99.

      *Definicion logica del registro del maestro de horarios de
      *trabajo: por empleado, los dias de la semana en que se espera
      *que trabaje (siete marcas S/N de lunes a domingo) y las horas
      *de su jornada diaria completa, que el detector reduce al
      *porcentaje de jornada del empleado. Lo cruza el detector
      *diario de no presentados con los fichajes y las ausencias.
      *Se copia en la FILE SECTION de los programas de la BBDD.
       FD HORARIOS-ARCHIVO.
       01 HORARIO-REGISTRO.
           05 HORARIO-EMPLEADOS-ID PIC X(6).

       01  EJERCICIO-HASTA PIC 9(8).

      *Derecho anual del empleado en curso: 22 dias mas uno por
      *cada cinco anios completos de servicio, en proporcion a la
      *jornada si es parcial, la misma regla del informe de
      *ausencias.
       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-DE-HOY-R REDEFINES FECHA-DE-HOY.
           05 HOY-ANIO PIC 9(4).
           COMPUTE ANIOS-SERVICIO =
                   (FECHA-DE-HOY - EMPLEADOS-FECHA-ALTA) / 10000.
           COMPUTE DERECHO-ANUAL = 22 + (ANIOS-SERVICIO / 5).
           IF EMPLEADOS-JORNADA-PORCENTAJE NUMERIC AND
              EMPLEADOS-JORNADA-PORCENTAJE > 0 AND
              EMPLEADOS-JORNADA-PORCENTAJE < 100
               COMPUTE DERECHO-ANUAL ROUNDED =
                       DERECHO-ANUAL *
                       EMPLEADOS-JORNADA-PORCENTAJE / 100.

       CONTAR-DISFRUTADOS.
      *Dias de vacaciones con inicio dentro del ejercicio cerrado.

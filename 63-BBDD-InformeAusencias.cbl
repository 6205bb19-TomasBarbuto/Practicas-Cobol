      *Una fila por empleado activo con su derecho devengado desde la
      *fecha de alta y los dias de vacaciones ya disfrutados. El
      *derecho son 22 dias mas uno por cada cinco anios completos de
      *servicio, calculados como en 36-BBDD-InformeAntiguedad.cbl,
      *en proporcion al porcentaje de jornada si es parcial.
       01  TABLA-EMPLEADOS.
           05 TABLA-FILA OCCURS 500 TIMES.
               10 TABLA-ID PIC X(6).
           05 ALTA-MES PIC 9(2).
           05 ALTA-DIA PIC 9(2).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de ausencias y vacaciones.
               SUBTRACT 1 FROM ANIOS-SERVICIO.
           COMPUTE TABLA-DERECHO (CONT-EMPLEADOS) =
                   22 + (ANIOS-SERVICIO / 5).
           IF EMPLEADOS-JORNADA-PORCENTAJE NUMERIC AND
              EMPLEADOS-JORNADA-PORCENTAJE > 0 AND
              EMPLEADOS-JORNADA-PORCENTAJE < 100
               COMPUTE TABLA-DERECHO (CONT-EMPLEADOS) ROUNDED =
                       TABLA-DERECHO (CONT-EMPLEADOS) *
                       EMPLEADOS-JORNADA-PORCENTAJE / 100.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           MOVE "1" TO LEE-TODO.

       MOSTRAR-INFORME.
      *El listado va tambien al escritor comun, con el departamento
      *de cada linea para repartirlo a los jefes de departamento.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_AUSENCIAS.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-AUSENCIAS" TO INFORME-PROGRAMA.
           MOVE "SALDOS DE VACACIONES POR EMPLEADO" TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY " ".
           DISPLAY "INFORME DE SALDOS DE VACACIONES POR EMPLEADO".
           MOVE 1 TO SUB-I.
           UNTIL SUB-I > CONT-EMPLEADOS.
           DISPLAY " ".
           DISPLAY "TOTALES POR DEPARTAMENTO".
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "TOTALES POR DEPARTAMENTO" TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE 1 TO SUB-J.
           PERFORM MOSTRAR-FILA-DEPARTAMENTO
           UNTIL SUB-J > CONT-DEPARTAMENTOS.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       MOSTRAR-FILA-EMPLEADO.
           COMPUTE SALDO-EMPLEADO = TABLA-DERECHO (SUB-I) -
                   " Derecho: " TABLA-DERECHO (SUB-I)
                   " Disfrutados: " TABLA-DISFRUTADOS (SUB-I)
                   " Saldo: " SALDO-EDITADO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE TABLA-DEPARTAMENTO (SUB-I) TO INFORME-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "ID: " DELIMITED BY SIZE
                  TABLA-ID (SUB-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TABLA-APELLIDOS (SUB-I) DELIMITED BY SIZE
                  " DEPTO: " DELIMITED BY SIZE
                  TABLA-DEPARTAMENTO (SUB-I) DELIMITED BY SIZE
                  " DERECHO: " DELIMITED BY SIZE
                  TABLA-DERECHO (SUB-I) DELIMITED BY SIZE
                  " DISFRUTADOS: " DELIMITED BY SIZE
                  TABLA-DISFRUTADOS (SUB-I) DELIMITED BY SIZE
                  " SALDO: " DELIMITED BY SIZE
                  SALDO-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM ACUMULAR-DEPARTAMENTO.
           ADD 1 TO SUB-I.

           DISPLAY DEPTO-CODIGO (SUB-J)
                   " Derecho total: " DEPTO-DERECHO (SUB-J)
                   " Disfrutados: " DEPTO-DISFRUTADOS (SUB-J).
           MOVE "L" TO INFORME-OPERACION.
           MOVE DEPTO-CODIGO (SUB-J) TO INFORME-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           STRING DEPTO-CODIGO (SUB-J) DELIMITED BY SIZE
                  " DERECHO TOTAL: " DELIMITED BY SIZE
                  DEPTO-DERECHO (SUB-J) DELIMITED BY SIZE
                  " DISFRUTADOS: " DELIMITED BY SIZE
                  DEPTO-DISFRUTADOS (SUB-J) DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           ADD 1 TO SUB-J.

       END PROGRAM INFORME-AUSENCIAS.

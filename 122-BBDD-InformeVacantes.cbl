       IMPRIMIR-LINEA-PLAZA.
           MOVE VACANTES-CALCULADAS TO VACANTES-EDITADAS.
           MOVE "L" TO INFORME-OPERACION.
           MOVE PLAZA-DEPARTAMENTO TO INFORME-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           IF POSICION-GRUPO > 0
               MOVE OCUPACION-ACTIVOS (POSICION-GRUPO)
               ADD 1 TO CONT-SIN-PLAZA
               MOVE OCUPACION-ACTIVOS (SUB-I) TO CONT-EDITADO
               MOVE "L" TO INFORME-OPERACION
               MOVE OCUPACION-DEPARTAMENTO (SUB-I)
                   TO INFORME-DEPARTAMENTO
               MOVE SPACE TO INFORME-LINEA
               STRING "DEPTO: " DELIMITED BY SIZE
                      OCUPACION-DEPARTAMENTO (SUB-I)

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-VACANTES TO CONT-EDITADO.
           STRING "GRUPOS CON VACANTES: " DELIMITED BY SIZE

               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "  SEXO: " DELIMITED BY SIZE
                  EMPLEADOS-SEXO DELIMITED BY SIZE
                  "  DISCAPACIDAD %: " DELIMITED BY SIZE
                  EMPLEADOS-DISCAPACIDAD-GRADO-X DELIMITED BY SIZE
                  "  CADUCA: " DELIMITED BY SIZE
                  EMPLEADOS-DISCAPACIDAD-CADUCA-X DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "  IBAN: " DELIMITED BY SIZE
                  EMPLEADOS-BANCO-IBAN DELIMITED BY SIZE
                  "  TITULAR: " DELIMITED BY SIZE

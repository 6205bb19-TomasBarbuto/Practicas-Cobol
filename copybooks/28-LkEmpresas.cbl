      *Area de peticion del modulo EMPRESAS-GRUPO. El llamador la
      *copia en su WORKING-STORAGE y el modulo en su LINKAGE
      *SECTION. El modulo devuelve en la tabla las empresas del
      *maestro en orden de codigo y en GRUPO-PRINCIPAL la empresa a
      *la que pertenecen los empleados, departamentos y resultados
      *de nomina grabados con la empresa en blanco, de antes de
      *existir el maestro. Sin maestro GRUPO-EMPRESAS vuelve a cero
      *y los programas generan sus salidas unicas de siempre.
       01  GRUPO-PETICION.
           05 GRUPO-PRINCIPAL PIC X(2).
           05 GRUPO-EMPRESAS PIC 9(2).
           05 GRUPO-FILA OCCURS 20 TIMES.
               10 GRUPO-CODIGO PIC X(2).
               10 GRUPO-NOMBRE PIC X(30).
               10 GRUPO-CIF PIC X(9).
               10 GRUPO-CUENTA-COTIZACION PIC X(11).

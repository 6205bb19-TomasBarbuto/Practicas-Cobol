      *Definicion logica del registro de reconocimientos medicos:
      *uno por empleado y tipo de reconocimiento con el ultimo
      *realizado, como las certificaciones por curso. Guarda la
      *fecha, el resultado (apto, apto con restricciones o no apto),
      *las restricciones si las hay y la fecha del proximo. Se
      *copia en la FILE SECTION de los programas de la BBDD.
       FD RECONOCIMIENTOS-ARCHIVO.
       01 RECONOC-REGISTRO.
           05 RECONOC-CLAVE.
               10 RECONOC-EMPLEADOS-ID PIC X(6).
               10 RECONOC-TIPO PIC X(4).
           05 RECONOC-FECHA PIC 9(8).
           05 RECONOC-RESULTADO PIC X(1).
               88 RECONOC-APTO VALUE "A".
               88 RECONOC-APTO-RESTRICCIONES VALUE "R".
               88 RECONOC-NO-APTO VALUE "N".
               88 RECONOC-RESULTADO-VALIDO VALUE "A" "R" "N".
               88 RECONOC-CAPACITA VALUE "A" "R".
           05 RECONOC-RESTRICCIONES PIC X(40).
           05 RECONOC-PROXIMA-FECHA PIC 9(8).
           05 RECONOC-OPERADOR-ID PIC X(6).
           05 RECONOC-FECHA-REGISTRO PIC 9(8).
           05 FILLER PIC X(20).

      *Definicion logica del archivo de lineas de pago fuera de
      *ciclo, en columnas fijas: empleado, tipo de pago, concepto,
      *descripcion e importe con dos decimales implicitos. El tipo A
      *es un pago a cuenta de la nomina ordinaria del mes (salario
      *de un alta que no entro a tiempo, una correccion) y siempre
      *tributa y cotiza; el tipo C es un pago adicional (finiquito,
      *premio, indemnizacion) que tributa y cotiza segun su concepto
      *en el maestro de conceptos. Un empleado puede tener varias
      *lineas. Se copia en la FILE SECTION de los programas de la
      *BBDD.
       FD LINEAS-FUERA-CICLO-ARCHIVO.
       01 FCLIN-REGISTRO.
           05 FCLIN-EMPLEADOS-ID PIC X(6).
           05 FCLIN-TIPO PIC X(1).
               88 FCLIN-A-CUENTA VALUE "A".
               88 FCLIN-ADICIONAL VALUE "C".
           05 FCLIN-CONCEPTO PIC X(4).
           05 FCLIN-DESCRIPCION PIC X(25).
           05 FCLIN-IMPORTE PIC 9(7)V99.

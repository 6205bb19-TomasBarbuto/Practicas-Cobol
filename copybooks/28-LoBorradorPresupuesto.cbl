      *Definicion logica del borrador de presupuesto salarial: una
      *linea por departamento y mes del ejercicio presupuestado, con
      *la plantilla valorada (activos y plazas vacantes), los
      *salarios con meritos y trienios, las pagas extraordinarias,
      *la cuota patronal y el coste total. La escribe
      *PREPARACION-PRESUPUESTO para que Finanzas la revise y la lee
      *PROMOCION-PRESUPUESTO para pasarla al maestro de
      *presupuestos. Se copia en la FILE SECTION de los programas de
      *la BBDD.
       FD BORRADOR-PRESUPUESTO-ARCHIVO.
       01 BORRPRES-REGISTRO.
           05 BORRPRES-EJERCICIO PIC 9(4).
           05 BORRPRES-DEPARTAMENTO PIC X(4).
           05 BORRPRES-MES PIC 9(2).
           05 BORRPRES-PLANTILLA PIC 9(5).
           05 BORRPRES-VACANTES PIC 9(5).
           05 BORRPRES-SALARIOS PIC 9(9)V99.
           05 BORRPRES-PAGAS PIC 9(9)V99.
           05 BORRPRES-CUOTA-EMPRESA PIC 9(9)V99.
      *Parte de salarios y pagas que corresponde a plazas vacantes
      *valoradas al punto medio de su grado (ya incluida en las
      *columnas anteriores, se da aparte para la revision).
           05 BORRPRES-COSTE-VACANTES PIC 9(9)V99.
           05 BORRPRES-COSTE-TOTAL PIC 9(9)V99.

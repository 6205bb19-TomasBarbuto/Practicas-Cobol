      *Definicion logica del registro del maestro de tipos de
      *reconocimiento medico. Cada registro dice que un tipo de
      *reconocimiento es obligatorio en un departamento (ambito "D")
      *o en un grado (ambito "G") y cada cuantos meses se repite; el
      *mismo tipo puede figurar en varios ambitos con frecuencias
      *distintas. Si el puesto exige resultado apto antes de
      *incorporarse, TIPORECO-APTO-PREVIO vale "S". Se copia en la
      *FILE SECTION de los programas de la BBDD.
       FD TIPOS-RECONOCIMIENTO-ARCHIVO.
       01 TIPORECO-REGISTRO.
           05 TIPORECO-CLAVE.
               10 TIPORECO-CODIGO PIC X(4).
               10 TIPORECO-AMBITO PIC X(1).
                   88 TIPORECO-POR-DEPARTAMENTO VALUE "D".
                   88 TIPORECO-POR-GRADO VALUE "G".
                   88 TIPORECO-AMBITO-VALIDO VALUE "D" "G".
               10 TIPORECO-AMBITO-CODIGO PIC X(4).
           05 TIPORECO-DESCRIPCION PIC X(30).
           05 TIPORECO-FRECUENCIA-MESES PIC 9(3).
           05 TIPORECO-APTO-PREVIO PIC X(1).
               88 TIPORECO-EXIGE-APTO VALUE "S".
           05 FILLER PIC X(20).

      *contiguos, asi que basta con retener el grupo actual.
       01  TABLA-GRUPO.
           05 GRUPO-FILA OCCURS 20 TIMES.
               10 GRUPO-REGISTRO PIC X(400).

      *Desglose de los dos registros comparados para el informe de
      *parejas sospechosas.

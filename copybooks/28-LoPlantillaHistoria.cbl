           05 FOTO-ACTIVOS PIC 9(5).
           05 FOTO-INACTIVOS PIC 9(5).
           05 FOTO-SALARIOS PIC 9(13).
      *Activos equivalentes a jornada completa: la suma de los
      *porcentajes de jornada de los activos dividida entre cien.
      *Las fotos anteriores al campo lo traen en blanco.
           05 FOTO-EQUIVALENTES PIC 9(5)V99.
      *Tipo de linea: en blanco o D la del departamento; S la de la
      *sucursal, que lleva su codigo en FOTO-DEPARTAMENTO. Las fotos
      *anteriores al campo solo traen lineas de departamento.
           05 FOTO-TIPO PIC X(1).
               88 FOTO-DE-SUCURSAL VALUE "S".

      *nomina. Se copia en la WORKING-STORAGE de los programas de la
      *BBDD.
       01  CONTABLE-ARCHIVO-STATUS PIC X(2).
      *Nombre del archivo de apuntes; por defecto el lote consolidado.
       01  CONTABLE-NOMBRE PIC X(30) VALUE "ASIENTOS_CONTABLES.TXT".

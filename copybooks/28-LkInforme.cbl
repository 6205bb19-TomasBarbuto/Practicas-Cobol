      *en su WORKING-STORAGE y el modulo en su LINKAGE SECTION.
      *INFORME-PROGRAMA es opcional: el PROGRAM-ID productor queda
      *anotado en el catalogo de spool si el llamador lo informa.
      *INFORME-DEPARTAMENTO tambien es opcional: el departamento o
      *sucursal de la linea "L" o "T" que se imprime. Si el maestro
      *de distribucion tiene destinatarios para el programa, al
      *cerrar se separa una copia por destinatario con las lineas
      *de sus ambitos. Las lineas con el campo en blanco, como los
      *totales generales, solo van al informe completo.
       01  INFORME-PETICION.
           05 INFORME-OPERACION PIC X(1).
           05 INFORME-NOMBRE PIC X(30).
           05 INFORME-TITULO PIC X(40).
           05 INFORME-LINEA PIC X(120).
           05 INFORME-PROGRAMA PIC X(30).
           05 INFORME-DEPARTAMENTO PIC X(4).

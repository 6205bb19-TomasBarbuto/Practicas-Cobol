      *Campo de FILE STATUS del extracto de la declaracion anual.
      *Se copia en la WORKING-STORAGE de los programas de la BBDD.
       01  DECLARACION-STATUS PIC X(2).
      *Nombre del extracto; por defecto el consolidado del grupo.
       01  DECLARACION-FICHERO PIC X(30) VALUE "DECLARACION_ANUAL.TXT".

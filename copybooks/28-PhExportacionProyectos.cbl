      *Definicion fisica del archivo de horas y coste por proyecto
      *que se entrega al equipo de facturacion. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT EXPORTACION-PROYECTOS-ARCHIVO
           ASSIGN TO "EXPORTACION_PROYECTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXPORTACION-PROYECTOS-STATUS.

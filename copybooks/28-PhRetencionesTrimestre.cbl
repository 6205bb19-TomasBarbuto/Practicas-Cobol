      *Definicion fisica del archivo de presentacion del resumen
      *trimestral de retenciones de IRPF. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT RETENCIONES-TRIMESTRE-ARCHIVO
           ASSIGN TO "RETENCIONES_TRIMESTRE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETENCIONES-TRIMESTRE-STATUS.

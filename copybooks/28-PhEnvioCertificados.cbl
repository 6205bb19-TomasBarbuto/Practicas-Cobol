      *Definicion fisica del archivo de envio electronico de los
      *certificados de empresa al servicio publico de empleo. Se
      *copia en la FILE-CONTROL de los programas de la BBDD.
       SELECT ENVIO-CERTIFICADOS-ARCHIVO
           ASSIGN TO "CERTIFICADOS_DESEMPLEO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENVIO-CERTIFICADOS-STATUS.

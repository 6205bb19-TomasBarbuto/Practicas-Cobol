      *Definicion fisica del archivo historico de resultados de
      *nomina por empleado, mes y linea de concepto. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT RESULTADOS-NOMINA-ARCHIVO
           ASSIGN TO "RESULTADOS_NOMINA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESNOM-CLAVE
           FILE STATUS IS RESULTADOS-NOMINA-STATUS.

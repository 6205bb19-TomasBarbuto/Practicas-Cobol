      *Definicion fisica del registro de certificados de empresa
      *emitidos para la prestacion por desempleo. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT CERTIFICADOS-EMPRESA-ARCHIVO
           ASSIGN TO "CERTIFICADOS_EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CERTREG-CLAVE
           FILE STATUS IS CERTIFICADOS-EMPRESA-STATUS.

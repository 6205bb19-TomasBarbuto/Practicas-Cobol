      *Definicion fisica del archivo maestro de tipos de documento
      *exigidos en el expediente del empleado. Se copia en la
      *FILE-CONTROL de los programas de la BBDD.
       SELECT TIPOS-DOCUMENTO-ARCHIVO
           ASSIGN TO "TIPOS_DOCUMENTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPODOC-CLAVE
           FILE STATUS IS TIPOS-DOCUMENTO-STATUS.

      *Definicion fisica del archivo maestro de empresas del grupo.
      *Se copia en la FILE-CONTROL de los programas de la BBDD.
       SELECT EMPRESAS-ARCHIVO
           ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPRESA-CODIGO
           FILE STATUS IS EMPRESAS-ARCHIVO-STATUS.

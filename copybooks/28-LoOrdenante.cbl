      *Definicion logica del archivo de datos del ordenante: un unico
      *registro con el nombre de la empresa, la cuenta de cargo de
      *las remesas, el BIC de su banco (en blanco si el banco no lo
      *pide) y el identificador de la empresa ante el banco (CIF y
      *sufijo). Se copia en la FILE SECTION de los programas de la
      *BBDD.
       FD ORDENANTE-ARCHIVO.
       01 ORDENANTE-REGISTRO.
           05 ORDENANTE-NOMBRE PIC X(70).
           05 ORDENANTE-IBAN PIC X(34).
           05 ORDENANTE-BIC PIC X(11).
           05 ORDENANTE-IDENTIFICACION PIC X(35).

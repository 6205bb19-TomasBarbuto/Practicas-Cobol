      *Definicion logica del fichero XML de transferencias SEPA: una
      *etiqueta por linea. Se copia en la FILE SECTION de los
      *programas de la BBDD.
       FD SEPA-ARCHIVO.
       01 SEPA-REGISTRO PIC X(200).

      *Definicion logica de la linea de la cola de candidatos: el
      *nombre, el apellido y la edad de tres digitos separados por
      *un espacio, tal como los escribe PERFORM-TRHU. Se copia en la
      *FILE SECTION de los programas de la BBDD.
       FD COLA-CANDIDATOS-ARCHIVO.
       01  COLA-CANDIDATOS-LINEA PIC X(84).

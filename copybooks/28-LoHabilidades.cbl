      *Definicion logica del registro del catalogo de habilidades:
      *idiomas, manejo de maquinaria, programas informaticos y otras
      *destrezas que no salen de un curso con caducidad. Los niveles
      *de dominio van de 1 (basico) a 5 (experto). Se copia en la
      *FILE SECTION de los programas de la BBDD.
       FD HABILIDADES-ARCHIVO.
       01 HABILIDAD-REGISTRO.
           05 HABILIDAD-CODIGO PIC X(6).
           05 HABILIDAD-NOMBRE PIC X(30).
           05 HABILIDAD-TIPO PIC X(01).
               88 HABILIDAD-IDIOMA VALUE "I".
               88 HABILIDAD-MAQUINARIA VALUE "M".
               88 HABILIDAD-SOFTWARE VALUE "S".
               88 HABILIDAD-OTRA VALUE "O".
               88 HABILIDAD-TIPO-VALIDO VALUE "I" "M" "S" "O".

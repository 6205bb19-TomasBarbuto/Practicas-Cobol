      *Definicion logica del registro del archivo maestro de
      *conceptos salariales: codigo de cuatro caracteres con el que
      *el concepto sale en el recibo y en el historico de
      *resultados, descripcion y tratamiento: si tributa en IRPF, si
      *cotiza a la seguridad social y si se prorratea en los meses
      *de alta o baja. Se copia en la FILE SECTION de los programas
      *de la BBDD.
       FD CONCEPTOS-ARCHIVO.
       01 CONCEPTO-REGISTRO.
           05 CONCEPTO-CODIGO PIC X(4).
           05 CONCEPTO-DESCRIPCION PIC X(25).
           05 CONCEPTO-TRIBUTA PIC X(01).
               88 CONCEPTO-TRIBUTA-IRPF VALUE "S".
               88 CONCEPTO-EXENTO-IRPF VALUE "N".
           05 CONCEPTO-COTIZA PIC X(01).
               88 CONCEPTO-COTIZA-SS VALUE "S".
               88 CONCEPTO-EXENTO-SS VALUE "N".
           05 CONCEPTO-PRORRATEA PIC X(01).
               88 CONCEPTO-SE-PRORRATEA VALUE "S".
               88 CONCEPTO-NO-PRORRATEA VALUE "N".

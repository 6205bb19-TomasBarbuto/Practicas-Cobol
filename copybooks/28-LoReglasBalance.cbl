      *Definicion logica de una regla de balance de la cadena
      *nocturna: una cifra de un paso (L leidos, E escritos, I suma
      *de importes) que debe coincidir con otra cifra del mismo o de
      *otro paso. La tolerancia es una diferencia absoluta (tipo A)
      *o un porcentaje sobre la primera cifra (tipo P); cero exige
      *que cuadren exactamente. Se copia en la FILE SECTION de los
      *programas de la BBDD.
       FD REGLAS-BALANCE-ARCHIVO.
       01 REGLA-BALANCE-REGISTRO.
           05 REGLA-NUMERO PIC 9(3).
           05 REGLA-DESCRIPCION PIC X(30).
           05 REGLA-PROGRAMA-A PIC X(30).
           05 REGLA-AMBITO-A PIC X(8).
           05 REGLA-CIFRA-A PIC X(1).
           05 REGLA-PROGRAMA-B PIC X(30).
           05 REGLA-AMBITO-B PIC X(8).
           05 REGLA-CIFRA-B PIC X(1).
           05 REGLA-TOLERANCIA-TIPO PIC X(1).
               88 REGLA-TOLERANCIA-PORCENTAJE VALUE "P".
           05 REGLA-TOLERANCIA PIC 9(11)V99.

      *Definicion logica del registro contador de secuencia de las
      *remesas de pago fuera de ciclo. Guarda el numero de la ultima
      *pasada fuera de ciclo, independiente de la secuencia de
      *transmision de la nomina ordinaria. Se copia en la FILE
      *SECTION de los programas de la BBDD.
       FD SECUENCIA-FUERA-CICLO-ARCHIVO.
       01 SECUENCIA-FUERA-CICLO-REGISTRO.
           05 SECUENCIA-FUERA-CICLO-ULTIMA PIC 9(6).

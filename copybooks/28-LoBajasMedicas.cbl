      *Definicion logica de una baja medica cargada de los partes:
      *una por empleado y fecha de inicio, la misma clave que su
      *tramo de enfermedad en AUSENCIAS-ARCHIVO. Guarda si la baja
      *sigue abierta o ya tiene parte de alta, para rechazar los
      *partes que contradicen lo cargado. Se copia en la FILE
      *SECTION de los programas de la BBDD.
       FD BAJAS-MEDICAS-ARCHIVO.
       01 BAJAMED-REGISTRO.
           05 BAJAMED-CLAVE.
               10 BAJAMED-EMPLEADOS-ID PIC X(6).
               10 BAJAMED-FECHA-BAJA PIC 9(8).
           05 BAJAMED-NIF PIC X(9).
           05 BAJAMED-ESTADO PIC X(1).
               88 BAJAMED-ABIERTA VALUE "A".
               88 BAJAMED-CERRADA VALUE "C".
           05 BAJAMED-FECHA-REVISION PIC 9(8).
           05 BAJAMED-FECHA-ALTA PIC 9(8).
           05 BAJAMED-CONFIRMACIONES PIC 9(3).
           05 BAJAMED-ULTIMO-PARTE PIC X(12).
           05 BAJAMED-FECHA-CARGA PIC 9(8).

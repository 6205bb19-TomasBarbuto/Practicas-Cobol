      *Definicion logica del registro del maestro de proyectos de
      *clientes a los que el personal imputa horas: codigo, nombre,
      *cliente, si las horas se facturan, estado (A abierto, C
      *cerrado) y fechas entre las que admite imputaciones; la fecha
      *de fin a ceros deja el proyecto sin fin previsto. Se copia en
      *la FILE SECTION de los programas de la BBDD.
       FD PROYECTOS-ARCHIVO.
       01 PROYECTO-REGISTRO.
           05 PROYECTO-CODIGO PIC X(8).
           05 PROYECTO-NOMBRE PIC X(30).
           05 PROYECTO-CLIENTE PIC X(30).
           05 PROYECTO-FACTURABLE PIC X(1).
               88 PROYECTO-SE-FACTURA VALUE "S".
           05 PROYECTO-ESTADO PIC X(1).
               88 PROYECTO-ABIERTO VALUE "A".
               88 PROYECTO-CERRADO VALUE "C".
           05 PROYECTO-FECHA-INICIO PIC 9(8).
           05 PROYECTO-FECHA-FIN PIC 9(8).
           05 FILLER PIC X(20).

      *Definicion logica del archivo de horas imputadas a
      *proyectos, en columnas fijas: empleado, fecha, proyecto y
      *horas con dos decimales implicitos. Un empleado puede repartir
      *el dia entre varios proyectos con una linea por proyecto. El
      *origen es R (o blanco) para lo exportado por el reloj y S
      *para lo tecleado por un supervisor, con su ID de operador.
      *Las horas fichadas del dia que no se imputan a ningun
      *proyecto son estructura del departamento. Se copia en la
      *FILE SECTION de los programas de la BBDD.
       FD HORAS-PROYECTO-ARCHIVO.
       01 HPROY-REGISTRO.
           05 HPROY-EMPLEADOS-ID PIC X(6).
           05 HPROY-FECHA PIC 9(8).
           05 HPROY-PROYECTO PIC X(8).
           05 HPROY-HORAS PIC 9(2)V99.
           05 HPROY-ORIGEN PIC X(1).
               88 HPROY-TECLEADA VALUE "S".
           05 HPROY-OPERADOR-ID PIC X(6).

      *Definicion logica del registro de requisiciones de seleccion:
      *cada requisicion pide cubrir uno o varios puestos de una fila
      *del maestro de plazas (departamento, grado y ejercicio). Queda
      *abierta hasta que se aceptan tantos candidatos como puestos
      *pide o hasta que se cancela. Se copia en la FILE SECTION de
      *los programas de la BBDD.
       FD REQUISICIONES-ARCHIVO.
       01 REQUISICION-REGISTRO.
           05 REQUISICION-ID PIC 9(5).
           05 REQUISICION-PLAZA.
               10 REQUISICION-DEPARTAMENTO PIC X(4).
               10 REQUISICION-GRADO PIC X(4).
               10 REQUISICION-EJERCICIO PIC 9(4).
           05 REQUISICION-DESCRIPCION PIC X(30).
           05 REQUISICION-PUESTOS PIC 9(2).
           05 REQUISICION-CUBIERTOS PIC 9(2).
           05 REQUISICION-SALARIO PIC 9(7)V99.
           05 REQUISICION-FECHA-APERTURA PIC 9(8).
           05 REQUISICION-FECHA-CIERRE PIC 9(8).
           05 REQUISICION-ESTADO PIC X(01).
               88 REQUISICION-ABIERTA VALUE "A".
               88 REQUISICION-CUBIERTA VALUE "C".
               88 REQUISICION-CANCELADA VALUE "X".
           05 REQUISICION-OPERADOR PIC X(6).

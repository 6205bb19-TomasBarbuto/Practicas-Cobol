      *Definicion logica del registro de habilidades requeridas por
      *plaza: para un departamento y grado del maestro de plazas, el
      *nivel minimo (1 a 5) que debe tener quien ocupa la plaza en
      *cada habilidad exigida. No depende del ejercicio: vale para
      *todas las plazas autorizadas de ese departamento y grado. Se
      *copia en la FILE SECTION de los programas de la BBDD.
       FD REQUISITOS-PLAZA-ARCHIVO.
       01 REQPLAZA-REGISTRO.
           05 REQPLAZA-CLAVE.
               10 REQPLAZA-DEPARTAMENTO PIC X(4).
               10 REQPLAZA-GRADO PIC X(4).
               10 REQPLAZA-HABILIDAD PIC X(6).
           05 REQPLAZA-NIVEL-MINIMO PIC 9(1).

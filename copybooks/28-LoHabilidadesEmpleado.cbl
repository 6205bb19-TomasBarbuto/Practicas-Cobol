      *Definicion logica del registro de habilidades por empleado:
      *el nivel de dominio (1 a 5) que tiene el empleado en una
      *habilidad del catalogo y la fecha en que se evaluo. Se copia
      *en la FILE SECTION de los programas de la BBDD.
       FD HABILIDADES-EMPLEADO-ARCHIVO.
       01 HABEMP-REGISTRO.
           05 HABEMP-CLAVE.
               10 HABEMP-EMPLEADOS-ID PIC X(6).
               10 HABEMP-HABILIDAD PIC X(6).
           05 HABEMP-NIVEL PIC 9(1).
           05 HABEMP-FECHA-EVALUACION PIC 9(8).

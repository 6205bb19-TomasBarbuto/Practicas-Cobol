      *Definicion logica del registro diario de jornada que exige
      *la legislacion laboral: por empleado y dia, los marcajes de
      *entrada y salida del reloj en orden, las horas trabajadas,
      *la ausencia registrada que cubre el dia y una marca de
      *incidencia si algun marcaje quedo sin pareja. Se conserva
      *cuatro anios para la Inspeccion de Trabajo y de aqui se
      *reimprime el registro mensual de cualquier empleado y
      *periodo sin volver a cargar marcajes antiguos. Se copia en la
      *FILE SECTION de los programas de la BBDD.
       FD REGISTRO-JORNADA-ARCHIVO.
       01 REGJOR-REGISTRO.
           05 REGJOR-CLAVE.
               10 REGJOR-EMPLEADOS-ID PIC X(6).
               10 REGJOR-FECHA PIC 9(8).
           05 REGJOR-NUM-MARCAJES PIC 9(2).
           05 REGJOR-MARCAJE OCCURS 10 TIMES.
               10 REGJOR-HORA PIC 9(4).
               10 REGJOR-TIPO PIC X(01).
           05 REGJOR-HORAS PIC 9(2)V99.
           05 REGJOR-AUSENCIA-TIPO PIC X(01).
           05 REGJOR-INCIDENCIA PIC X(01).
               88 REGJOR-CON-INCIDENCIA VALUE "S".
           05 REGJOR-FECHA-GRABACION PIC 9(8).

      *Definicion logica del archivo de reglas de segregacion de
      *funciones: una linea por par de actividades que un mismo
      *operador no debe hacer sobre un mismo empleado, con su
      *descripcion. Actividades: AL alta, MO modificacion, SA cambio
      *de salario, CB cambio de cuenta bancaria, BA baja, CO
      *complemento, PR propuesta a la cola de revision, AR
      *aprobacion de una propuesta, TG nota de gastos tecleada, AG
      *nota de gastos aprobada, LP cuenta confirmada y pagos
      *retenidos liberados. Se copia en la FILE SECTION de los
      *programas de la BBDD.
       FD REGLAS-SEGREGACION-ARCHIVO.
       01 REGLA-SEGREGACION-REGISTRO.
           05 REGLA-ACTIVIDAD-A PIC X(2).
           05 FILLER PIC X(1).
           05 REGLA-ACTIVIDAD-B PIC X(2).
           05 FILLER PIC X(1).
           05 REGLA-DESCRIPCION PIC X(40).

      *Definicion logica del registro de historial de movimientos
      *de empleo. Cada programa que cambia EMPLEADOS-DEPARTAMENTO,
      *EMPLEADOS-SUCURSAL, EMPLEADOS-GRADO o EMPLEADOS-EMPRESA
      *anexa aqui un registro con el campo movido, el valor anterior
      *y el nuevo y un codigo de motivo, al estilo del historial de
      *salarios, para que RRHH pueda responder quien entro o salio
      *de un departamento sin reparsear la auditoria. Se copia en la
      *FILE SECTION de los programas de la BBDD.
       FD MOVIMIENTOS-ARCHIVO.
       01 MOVIMIENTO-REGISTRO.
           05 MOVIMIENTO-EMPLEADOS-ID PIC X(6).
               88 MOVIMIENTO-DE-DEPARTAMENTO VALUE "D".
               88 MOVIMIENTO-DE-SUCURSAL VALUE "S".
               88 MOVIMIENTO-DE-GRADO VALUE "G".
               88 MOVIMIENTO-DE-EMPRESA VALUE "E".
           05 MOVIMIENTO-VALOR-ANTES PIC X(4).
           05 MOVIMIENTO-VALOR-DESPUES PIC X(4).
           05 MOVIMIENTO-MOTIVO PIC X(2).
               88 MOVIMIENTO-POR-CORRECCION VALUE "CO".
               88 MOVIMIENTO-POR-CIERRE-DEPTO VALUE "CD".
               88 MOVIMIENTO-POR-FUSION VALUE "FU".
               88 MOVIMIENTO-POR-TRASLADO VALUE "TE".

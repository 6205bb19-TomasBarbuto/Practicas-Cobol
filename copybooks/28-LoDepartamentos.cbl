      *legibles campo a campo; en blanco el departamento queda sin
      *division asignada.
           05 DEPARTAMENTOS-DIVISION PIC X(2).
      *Empresa del grupo a la que pertenece el departamento,
      *validada contra el maestro de empresas y anexada al final
      *como la division. Los empleados toman en el alta la empresa
      *de su departamento; en blanco es la empresa principal.
           05 DEPARTAMENTOS-EMPRESA PIC X(2).

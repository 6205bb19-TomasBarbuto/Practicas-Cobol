           05 FORMACION-ID PIC X(6).
           05 FORMACION-NOMBRE PIC X(25).
           05 FORMACION-APELLIDOS PIC X(25).
           05 FORMACION-RESTO PIC X(344).

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
      *Se conservan ID, departamento, grado, sucursal y estado para
      *que los cruces referenciales funcionen; nombre, apellidos,
      *telefono y direccion se revuelven y el salario se mueve hasta
      *un veinte por ciento segun el propio ID. Sexo, discapacidad
      *y porcentaje personal de IRPF, que delatan la salud y la
      *situacion familiar, se dejan en blanco.
           MOVE EMPLEADOS-ID TO ID-NUMERICO.
           PERFORM REVOLVER-NOMBRE.
           PERFORM REVOLVER-TELEFONO.
           MOVE SPACE TO EMPLEADOS-BANCO-IBAN.
           MOVE SPACE TO EMPLEADOS-BANCO-TITULAR.
           MOVE SPACE TO EMPLEADOS-NIF.
           MOVE SPACE TO EMPLEADOS-SEXO.
           MOVE SPACE TO EMPLEADOS-DISCAPACIDAD-GRADO-X.
           MOVE SPACE TO EMPLEADOS-DISCAPACIDAD-CADUCA-X.
           MOVE SPACE TO EMPLEADOS-IRPF-PERSONAL-X.
           MOVE SPACE TO EMPLEADOS-IRPF-CALCULO-X.
           MOVE EMPLEADOS-REGISTRO TO FORMACION-REGISTRO.
           WRITE FORMACION-REGISTRO
               INVALID KEY

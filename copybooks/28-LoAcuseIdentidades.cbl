      *Definicion logica del acuse de sistemas: una linea por baja
      *atendida, con el empleado, la fecha de baja tal como salio en
      *el archivo de identidades y la fecha en que se desactivaron
      *sus cuentas. Se copia en la FILE SECTION de los programas de
      *la BBDD.
       FD ACUSE-IDENTIDADES-ARCHIVO.
       01 ACUSE-REGISTRO.
           05 ACUSE-EMPLEADOS-ID PIC X(6).
           05 ACUSE-FECHA-BAJA PIC 9(8).
           05 ACUSE-FECHA-DESACTIVACION PIC 9(8).

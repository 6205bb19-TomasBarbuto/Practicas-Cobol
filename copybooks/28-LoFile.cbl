           05 EMPLEADOS-DIRECCION-CP PIC X(5).
      *Version del trazado con la que se grabo el registro. El
      *archivo ha crecido por bloques anexados (datos bancarios,
      *grado y sucursal, contrato y NIF, direccion estructurada,
      *jornada parcial) y los registros anteriores a cada bloque
      *llevan basura en las posiciones nuevas: la utilidad de
      *actualizacion los reescribe con los campos nuevos
      *inicializados y estampa la version vigente, y el informe de
      *integridad deja de marcar errores fantasma en los registros
      *antiguos. La version 5 ya no cabia en el registro de 296
      *bytes y la actualizacion recrea antes el archivo con la
      *longitud nueva.
           05 EMPLEADOS-VERSION-REGISTRO PIC X(1).
               88 EMPLEADOS-VERSION-VIGENTE VALUE "5".
      *Porcentaje de jornada sobre la completa (100,00 a tiempo
      *completo; 50,00 media jornada) y fecha desde la que rige. El
      *porcentaje anterior se conserva para las nominas y calculos
      *de periodos previos al cambio. Lo aplican la nomina
      *(salario, antiguedad y complementos), el devengo de
      *vacaciones y las horas esperadas del detector de ausencias.
           05 EMPLEADOS-JORNADA-PORCENTAJE PIC 9(3)V99.
           05 EMPLEADOS-JORNADA-DESDE PIC 9(8).
           05 EMPLEADOS-JORNADA-ANTERIOR PIC 9(3)V99.
      *Superior directo del empleado, validado al teclearlo contra
      *los activos y sin bucles en la cadena de mando. Se toma de la
      *reserva, que los registros de la version 5 llevan en blanco:
      *en blanco el empleado no depende de nadie dentro de su
      *departamento.
           05 EMPLEADOS-SUPERIOR-ID PIC X(6).
      *Sexo del empleado para el registro retributivo de igualdad:
      *H hombre, M mujer. Tambien se toma de la reserva; en blanco
      *queda sin informar hasta que la actualizacion de version lo
      *carga del extracto de RRHH o se teclea en la ficha.
           05 EMPLEADOS-SEXO PIC X(1).
               88 EMPLEADOS-HOMBRE VALUE "H".
               88 EMPLEADOS-MUJER VALUE "M".
               88 EMPLEADOS-SEXO-INFORMADO VALUE "H" "M".
      *Grado de discapacidad reconocido (porcentaje) y fecha de
      *caducidad del certificado (AAAAMMDD, a ceros si es
      *definitivo). Se toman de la reserva: en blanco el empleado no
      *tiene discapacidad acreditada. Un grado del 33% o mas con el
      *certificado en vigor computa para la cuota de reserva y
      *reduce la base de retencion de IRPF en nomina.
           05 EMPLEADOS-DISCAPACIDAD-GRADO-X PIC X(3).
           05 EMPLEADOS-DISCAPACIDAD-GRADO
              REDEFINES EMPLEADOS-DISCAPACIDAD-GRADO-X PIC 9(3).
           05 EMPLEADOS-DISCAPACIDAD-CADUCA-X PIC X(8).
           05 EMPLEADOS-DISCAPACIDAD-CADUCA
              REDEFINES EMPLEADOS-DISCAPACIDAD-CADUCA-X PIC 9(8).
      *Porcentaje personal de retencion de IRPF calculado con la
      *proyeccion anual y la situacion familiar, y fecha del ultimo
      *calculo. Se recalcula al cambiar el salario o los
      *dependientes y cada noche con la regularizacion; en blanco la
      *nomina aplica el tramo general del maestro de deducciones.
           05 EMPLEADOS-IRPF-PERSONAL-X PIC X(5).
           05 EMPLEADOS-IRPF-PERSONAL
              REDEFINES EMPLEADOS-IRPF-PERSONAL-X PIC 9(3)V99.
           05 EMPLEADOS-IRPF-CALCULO-X PIC X(8).
           05 EMPLEADOS-IRPF-CALCULO
              REDEFINES EMPLEADOS-IRPF-CALCULO-X PIC 9(8).
      *Empresa del grupo que contrata al empleado, validada contra
      *el maestro de empresas y tomada del departamento en el alta;
      *la empresa anterior y la fecha desde la que rige la actual
      *las graba el traslado entre empresas, que se tramita como
      *baja en una y alta en la otra. Se toman de la reserva: en
      *blanco el empleado es de la empresa principal.
           05 EMPLEADOS-EMPRESA PIC X(2).
           05 EMPLEADOS-EMPRESA-ANTERIOR PIC X(2).
           05 EMPLEADOS-EMPRESA-DESDE-X PIC X(8).
           05 EMPLEADOS-EMPRESA-DESDE
              REDEFINES EMPLEADOS-EMPRESA-DESDE-X PIC 9(8).
      *Reserva al final del registro para los proximos bloques sin
      *volver a cambiar la longitud fisica de 400 bytes ni las
      *imagenes que guardan la auditoria, el journal y las colas.
           05 EMPLEADOS-RESERVA PIC X(43).

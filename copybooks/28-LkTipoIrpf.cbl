      *Area de peticion del modulo CALCULO-TIPO-IRPF. El llamador la
      *copia en su WORKING-STORAGE y el modulo en su LINKAGE
      *SECTION. Se pasan el empleado, su salario mensual y su fecha
      *de nacimiento tal como estan en el registro, y la fecha a la
      *que se calcula (a ceros, la fecha de negocio). El modulo
      *proyecta la retribucion del ejercicio (lo ya cobrado segun
      *los acumulados anuales mas el salario y los complementos
      *sujetos de los meses que quedan y las pagas extraordinarias
      *pendientes), aplica los minimos personal y familiar con los
      *descendientes y ascendientes del archivo de dependientes y
      *devuelve el porcentaje personal de retencion que regulariza
      *lo retenido hasta la fecha. TIPOIRPF-RESULTADO queda a "S"
      *si el calculo se ha podido hacer (hay tramos de IRPF).
       01  TIPOIRPF-PETICION.
           05 TIPOIRPF-EMPLEADOS-ID PIC X(6).
           05 TIPOIRPF-SALARIO PIC S9(7)V99.
           05 TIPOIRPF-FECHA-NACIMIENTO PIC 9(8).
           05 TIPOIRPF-FECHA PIC 9(8).
           05 TIPOIRPF-RESULTADO PIC X(1).
               88 TIPOIRPF-CALCULADO VALUE "S".
           05 TIPOIRPF-BRUTO-ANUAL PIC S9(9)V99.
           05 TIPOIRPF-BASE-ANUAL PIC S9(9)V99.
           05 TIPOIRPF-DESCENDIENTES PIC 9(2).
           05 TIPOIRPF-ASCENDIENTES PIC 9(2).
           05 TIPOIRPF-MINIMO-FAMILIAR PIC 9(7)V99.
           05 TIPOIRPF-CUOTA-ANUAL PIC S9(9)V99.
           05 TIPOIRPF-BRUTO-COBRADO PIC S9(9)V99.
           05 TIPOIRPF-RETENIDO PIC S9(9)V99.
           05 TIPOIRPF-PORCENTAJE PIC 9(3)V99.

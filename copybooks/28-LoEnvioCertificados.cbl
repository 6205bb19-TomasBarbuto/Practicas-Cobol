      *Definicion logica del archivo de envio electronico de los
      *certificados de empresa, en formato fijo: un registro por
      *certificado con la identidad del trabajador, el contrato, la
      *causa de la baja, las bases de cotizacion por desempleo de
      *los seis meses que cubren los ultimos 180 dias (importes en
      *centimos, el mes mas reciente primero) y las vacaciones
      *retribuidas y no disfrutadas. Se copia en la FILE SECTION de
      *los programas de la BBDD.
       FD ENVIO-CERTIFICADOS-ARCHIVO.
       01 ENVCERT-REGISTRO.
           05 ENVCERT-TIPO PIC X(01).
               88 ENVCERT-CERTIFICADO VALUE "C".
           05 ENVCERT-EMPLEADOS-ID PIC X(06).
           05 ENVCERT-NIF PIC X(09).
           05 ENVCERT-FECHA-ALTA PIC 9(08).
           05 ENVCERT-FECHA-BAJA PIC 9(08).
           05 ENVCERT-CONTRATO-TIPO PIC X(01).
           05 ENVCERT-MOTIVO PIC X(02).
           05 ENVCERT-PERIODO OCCURS 6 TIMES.
               10 ENVCERT-ANIO-MES PIC 9(06).
               10 ENVCERT-DIAS PIC 9(02).
               10 ENVCERT-BASE PIC 9(09).
           05 ENVCERT-VACACIONES-DIAS PIC 9(03).
           05 ENVCERT-VACACIONES-IMPORTE PIC 9(09).
           05 ENVCERT-FECHA-EMISION PIC 9(08).

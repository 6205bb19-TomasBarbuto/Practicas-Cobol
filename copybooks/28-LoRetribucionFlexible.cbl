      *Definicion logica del registro del archivo de elecciones de
      *retribucion flexible: por empleado, ejercicio y tipo de
      *beneficio (vales de comida, transporte, guarderia o seguro
      *medico), el importe mensual que el empleado cambia de su
      *salario por el beneficio, los meses del ejercicio en que se
      *aplica, el proveedor al que se pide y la referencia que el
      *proveedor necesita (tarjeta, poliza, centro o alumno). Los
      *limites anuales exentos de cada tipo estan en el maestro de
      *parametros. Se copia en la FILE SECTION de los programas de
      *la BBDD.
       FD RETRIBUCION-FLEXIBLE-ARCHIVO.
       01 RETFLEX-REGISTRO.
           05 RETFLEX-CLAVE.
               10 RETFLEX-EMPLEADOS-ID PIC X(6).
               10 RETFLEX-EJERCICIO PIC 9(4).
               10 RETFLEX-TIPO PIC X(1).
                   88 RETFLEX-COMIDA VALUE "C".
                   88 RETFLEX-TRANSPORTE VALUE "T".
                   88 RETFLEX-GUARDERIA VALUE "G".
                   88 RETFLEX-SEGURO-MEDICO VALUE "S".
                   88 RETFLEX-TIPO-VALIDO VALUE "C" "T" "G" "S".
           05 RETFLEX-IMPORTE-MENSUAL PIC 9(5)V99.
           05 RETFLEX-MES-DESDE PIC 9(2).
           05 RETFLEX-MES-HASTA PIC 9(2).
           05 RETFLEX-PROVEEDOR PIC X(10).
           05 RETFLEX-REFERENCIA PIC X(20).
           05 RETFLEX-FECHA-ELECCION PIC 9(8).
           05 FILLER PIC X(20).

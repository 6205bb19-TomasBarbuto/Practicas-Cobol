      *Definicion logica del archivo de cifras del informe de coste
      *de empleo: una linea por departamento con el mes, los
      *empleados, el bruto y la cuota patronal que salieron en la
      *ultima ejecucion de INFORME-COSTE-EMPRESA. La liquidacion de
      *cotizaciones lo lee para el listado de diferencias que revisa
      *Finanzas. Se copia en la FILE SECTION de los programas de la
      *BBDD.
       FD COSTE-EMPRESA-ARCHIVO.
       01 COSTEMP-REGISTRO.
           05 COSTEMP-ANIO-MES PIC 9(6).
           05 COSTEMP-DEPARTAMENTO PIC X(4).
           05 COSTEMP-EMPLEADOS PIC 9(5).
           05 COSTEMP-BRUTO PIC S9(11)V99.
           05 COSTEMP-CUOTA-EMPRESA PIC S9(11)V99.

      *Definicion logica del archivo acumulado de horas mensuales
      *del personal externo: una linea por persona y mes con las
      *horas y dias fichados y la agencia, departamento de destino y
      *tarifa vigentes en la carga, para valorar el gasto del mes
      *aunque despues cambie el encargo. Se copia en la FILE SECTION
      *de los programas de la BBDD.
       FD HORAS-CONTINGENTES-ARCHIVO.
       01 CONTMES-REGISTRO.
           05 CONTMES-ID PIC X(6).
           05 CONTMES-ANIO-MES PIC 9(6).
           05 CONTMES-HORAS PIC 9(4)V99.
           05 CONTMES-DIAS-FICHADOS PIC 9(2).
           05 CONTMES-AGENCIA PIC X(25).
           05 CONTMES-DEPARTAMENTO PIC X(4).
           05 CONTMES-TARIFA-HORA PIC 9(3)V99.

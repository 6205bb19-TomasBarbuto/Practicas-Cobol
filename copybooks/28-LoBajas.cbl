      *Definicion logica del registro de bajas tramitadas: empleado,
      *fecha y motivo de la baja, departamento al causarla y el
      *importe de la liquidacion final calculada. El traslado entre
      *empresas del grupo graba aqui la baja en la empresa de origen
      *con su propio motivo y sin liquidacion. Se copia en la FILE
      *SECTION de los programas de la BBDD.
       FD BAJAS-ARCHIVO.
       01 BAJA-REGISTRO.
           05 BAJA-EMPLEADOS-ID PIC X(6).
           05 BAJA-FECHA PIC 9(8).
           05 BAJA-MOTIVO PIC X(2).
               88 BAJA-POR-TRASLADO VALUE "TE".
           05 BAJA-DEPARTAMENTO PIC X(4).
           05 BAJA-LIQUIDACION PIC S9(7)V99.

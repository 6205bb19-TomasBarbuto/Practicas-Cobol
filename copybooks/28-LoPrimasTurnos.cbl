      *Definicion logica del registro del archivo mensual de primas
      *por turnos: por empleado y mes, las horas fichadas repartidas
      *en normales, nocturnas (de 22:00 a 06:00), de fin de semana
      *(domingos y dias de descanso del horario) y festivas (segun
      *el calendario de la empresa y de la sucursal), con el importe
      *de cada prima. Cada hora cuenta en una sola clase: festiva
      *antes que de fin de semana y esta antes que nocturna. La
      *nomina del mes paga los importes como lineas propias. Se
      *copia en la FILE SECTION de los programas de la BBDD.
       FD PRIMAS-TURNOS-ARCHIVO.
       01 PRIMA-REGISTRO.
           05 PRIMA-CLAVE.
               10 PRIMA-EMPLEADOS-ID PIC X(6).
               10 PRIMA-ANIO-MES PIC 9(6).
           05 PRIMA-HORAS-NORMALES PIC 9(3)V99.
           05 PRIMA-HORAS-NOCTURNAS PIC 9(3)V99.
           05 PRIMA-HORAS-FIN-SEMANA PIC 9(3)V99.
           05 PRIMA-HORAS-FESTIVAS PIC 9(3)V99.
           05 PRIMA-IMPORTE-NOCTURNO PIC 9(5)V99.
           05 PRIMA-IMPORTE-FIN-SEMANA PIC 9(5)V99.
           05 PRIMA-IMPORTE-FESTIVO PIC 9(5)V99.
           05 PRIMA-FECHA-CALCULO PIC 9(8).

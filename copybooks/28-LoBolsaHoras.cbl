      *Definicion logica del registro de la bolsa de horas: por
      *empleado y ejercicio, el calendario anual de horas pactadas
      *que sale de su horario, del calendario de festivos y de su
      *porcentaje de jornada, y por cada mes las horas pactadas, las
      *justificadas por ausencias registradas y las trabajadas segun
      *el reloj de fichajes. El cierre mensual congela el mes y
      *recalcula el saldo: positivo son horas que la empresa debe al
      *empleado (a abonar o librar) y negativo horas que el empleado
      *debe (a recuperar). Se copia en la FILE SECTION de los
      *programas de la BBDD.
       FD BOLSA-HORAS-ARCHIVO.
       01 BOLSA-REGISTRO.
           05 BOLSA-CLAVE.
               10 BOLSA-EMPLEADOS-ID PIC X(6).
               10 BOLSA-EJERCICIO PIC 9(4).
           05 BOLSA-HORAS-ANUALES PIC 9(4)V99.
           05 BOLSA-MES OCCURS 12 TIMES.
               10 BOLSA-HORAS-PACTADAS PIC 9(3)V99.
               10 BOLSA-HORAS-JUSTIFICADAS PIC 9(3)V99.
               10 BOLSA-HORAS-TRABAJADAS PIC 9(3)V99.
               10 BOLSA-MES-ESTADO PIC X(01).
                   88 BOLSA-MES-CERRADO VALUE "C".
           05 BOLSA-SALDO PIC S9(4)V99.
           05 BOLSA-ULTIMO-MES PIC 9(2).
           05 BOLSA-FECHA-CALCULO PIC 9(8).

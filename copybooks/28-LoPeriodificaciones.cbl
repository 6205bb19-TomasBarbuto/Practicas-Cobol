      *Definicion logica del registro de periodificaciones de nomina:
      *lo que el cierre de mes ha cargado a gastos por departamento
      *sin haberse pagado todavia, por tipo (P paga extraordinaria,
      *V vacaciones devengadas y no disfrutadas) y mes de cierre. El
      *apunte queda pendiente hasta que el pago real se contabiliza
      *y entonces se revierte y se marca con la fecha y el programa
      *que lo revirtio. Se copia en la FILE SECTION de los programas
      *de la BBDD.
       FD PERIODIFICACIONES-ARCHIVO.
       01 PERIODIF-REGISTRO.
           05 PERIODIF-CLAVE.
               10 PERIODIF-TIPO PIC X(01).
                   88 PERIODIF-PAGA VALUE "P".
                   88 PERIODIF-VACACIONES VALUE "V".
               10 PERIODIF-MES PIC 9(06).
               10 PERIODIF-DEPARTAMENTO PIC X(04).
           05 PERIODIF-IMPORTE PIC 9(13).
           05 PERIODIF-ESTADO PIC X(01).
               88 PERIODIF-PENDIENTE VALUE "P".
               88 PERIODIF-REVERTIDA VALUE "R".
           05 PERIODIF-FECHA-REVERSION PIC 9(08).
           05 PERIODIF-PROGRAMA-REVERSION PIC X(30).

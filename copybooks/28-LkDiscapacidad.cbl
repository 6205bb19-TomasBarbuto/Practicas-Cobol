      *Area de peticion del modulo REDUCCION-DISCAPACIDAD. El
      *llamador la copia en su WORKING-STORAGE y el modulo en su
      *LINKAGE SECTION. Se pasan el grado de discapacidad y la
      *caducidad del certificado tal como estan en el registro del
      *empleado y la fecha a la que se evalua (el ultimo dia del
      *periodo pagado). El modulo indica si la discapacidad esta
      *acreditada (grado del 33% o mas con el certificado en vigor)
      *y devuelve la reduccion de la base de retencion de IRPF que
      *corresponde a una paga: la reduccion anual parametrizada
      *segun el grado repartida entre las pagas del ano.
       01  DISCAP-PETICION.
           05 DISCAP-GRADO PIC X(3).
           05 DISCAP-CADUCIDAD PIC X(8).
           05 DISCAP-FECHA PIC 9(8).
           05 DISCAP-ACREDITADA PIC X(1).
               88 DISCAP-EN-VIGOR VALUE "S".
           05 DISCAP-REDUCCION PIC 9(5)V99.

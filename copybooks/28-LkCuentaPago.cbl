      *Area de peticion del modulo COMPROBAR-CUENTA-PAGO, comun a
      *todas las remesas que mandan dinero al banco. El llamador la
      *copia en su WORKING-STORAGE y el modulo en su LINKAGE SECTION.
      *Operacion "V": valida CTAPET-IBAN (dos letras y veintidos
      *digitos, con los digitos de control por modulo 97). Devuelve
      *en CTAPET-RESULTADO S si es valido, N si esta en blanco o mal
      *formado y D si los digitos de control no cuadran.
      *Operacion "C": cuarentena de la cuenta de CTAPET-EMPLEADOS-ID
      *para un pago en CTAPET-FECHA-PAGO. Devuelve S si el ultimo
      *cambio de IBAN sin llamada de comprobacion cae dentro del
      *plazo DIAS-CUARENTENA-IBAN y N si se puede pagar, y en ambos
      *casos los datos de ese ultimo cambio para listar la orden
      *retenida.
       01  CTAPET-PETICION.
           05 CTAPET-OPERACION PIC X(01).
               88 CTAPET-VALIDAR-IBAN VALUE "V".
               88 CTAPET-COMPROBAR-CUARENTENA VALUE "C".
           05 CTAPET-EMPLEADOS-ID PIC X(6).
           05 CTAPET-IBAN PIC X(24).
           05 CTAPET-FECHA-PAGO PIC 9(8).
           05 CTAPET-RESULTADO PIC X(1).
           05 CTAPET-CAMBIO-FECHA PIC 9(8).
           05 CTAPET-CAMBIO-HORA PIC 9(8).
           05 CTAPET-CAMBIO-OPERADOR-ID PIC X(6).
           05 CTAPET-IBAN-ANTERIOR PIC X(24).

           05 GEN-OPERACION PIC X(01).
           05 GEN-EMPLEADOS-ID PIC X(6).
           05 GEN-OPERADOR-ID PIC X(6).
           05 GEN-VALOR-ANTES PIC X(400).
           05 GEN-VALOR-DESPUES PIC X(400).
           05 GEN-SECUENCIA PIC 9(9).

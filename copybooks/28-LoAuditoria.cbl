               88 AUDITORIA-MODIFICACION VALUE "M".
               88 AUDITORIA-BAJA VALUE "B".
               88 AUDITORIA-RESUMEN-SESION VALUE "R".
               88 AUDITORIA-COMPLEMENTO VALUE "C".
           05 AUDITORIA-EMPLEADOS-ID PIC X(6).
           05 AUDITORIA-OPERADOR-ID PIC X(6).
           05 AUDITORIA-VALOR-ANTES PIC X(400).
           05 AUDITORIA-VALOR-DESPUES PIC X(400).
      *Numero de secuencia monotono creciente asignado en cada
      *escritura desde SECUENCIA_AUDITORIA.DAT, para que el programa
      *de verificacion detecte lineas borradas o intercaladas.

           05 APUNTE-FILA OCCURS 1000 TIMES.
               10 APUNTE-OPERACION PIC X(1).
               10 APUNTE-EMPLEADOS-ID PIC X(6).
               10 APUNTE-IMAGEN-ANTES PIC X(400).
               10 APUNTE-IMAGEN-DESPUES PIC X(400).

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".

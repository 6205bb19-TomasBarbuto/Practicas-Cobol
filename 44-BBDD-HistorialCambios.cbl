           05 ANTES-DIRECCION-CIUDAD PIC X(15).
           05 ANTES-DIRECCION-PROVINCIA PIC X(15).
           05 ANTES-DIRECCION-CP PIC X(5).
           05 ANTES-VERSION-REGISTRO PIC X(1).
           05 ANTES-JORNADA-PORCENTAJE PIC 9(3)V99.
           05 ANTES-JORNADA-DESDE PIC 9(8).
           05 ANTES-JORNADA-ANTERIOR PIC 9(3)V99.
           05 ANTES-SUPERIOR-ID PIC X(6).
           05 ANTES-SEXO PIC X(1).
           05 ANTES-DISCAPACIDAD-GRADO PIC X(3).
           05 ANTES-DISCAPACIDAD-CADUCA PIC X(8).
           05 ANTES-IRPF-PERSONAL PIC X(5).
           05 ANTES-IRPF-CALCULO PIC X(8).

      *Desglose de AUDITORIA-VALOR-DESPUES, mismo layout que EMPLEADOS
       01  DESPUES-REGISTRO.
           05 DESPUES-DIRECCION-CIUDAD PIC X(15).
           05 DESPUES-DIRECCION-PROVINCIA PIC X(15).
           05 DESPUES-DIRECCION-CP PIC X(5).
           05 DESPUES-VERSION-REGISTRO PIC X(1).
           05 DESPUES-JORNADA-PORCENTAJE PIC 9(3)V99.
           05 DESPUES-JORNADA-DESDE PIC 9(8).
           05 DESPUES-JORNADA-ANTERIOR PIC 9(3)V99.
           05 DESPUES-SUPERIOR-ID PIC X(6).
           05 DESPUES-SEXO PIC X(1).
           05 DESPUES-DISCAPACIDAD-GRADO PIC X(3).
           05 DESPUES-DISCAPACIDAD-CADUCA PIC X(8).
           05 DESPUES-IRPF-PERSONAL PIC X(5).
           05 DESPUES-IRPF-CALCULO PIC X(8).

      *Estado del archivo de auditoria.
       COPY "copybooks/28-EstadoAuditoria.cbl".
           IF AUDITORIA-ALTA
               DISPLAY "  ALTA - Empleado dado de alta."
           ELSE
      *Los movimientos de complementos salariales no llevan la
      *imagen del empleado sino el complemento en texto legible.
           IF AUDITORIA-COMPLEMENTO
               DISPLAY "  COMPLEMENTO: " AUDITORIA-VALOR-ANTES (1:70)
               DISPLAY "            -> " AUDITORIA-VALOR-DESPUES (1:70)
           ELSE
      *Las aprobaciones de propuestas y de notas de gastos son
      *eventos de texto a nombre del supervisor.
           IF AUDITORIA-RESUMEN-SESION
               DISPLAY "  APROBACION: " AUDITORIA-VALOR-DESPUES (1:70)
           ELSE
               MOVE AUDITORIA-VALOR-ANTES TO ANTES-REGISTRO
               MOVE AUDITORIA-VALOR-DESPUES TO DESPUES-REGISTRO
               PERFORM COMPARAR-CAMPOS.
           PERFORM COMPARAR-CONTRATO.
           PERFORM COMPARAR-NIF.
           PERFORM COMPARAR-DIRECCION-ESTRUCTURADA.
           PERFORM COMPARAR-JORNADA.

       COMPARAR-NOMBRE.
           IF ANTES-NOMBRE NOT = DESPUES-NOMBRE
               DISPLAY "  Codigo postal: " ANTES-DIRECCION-CP
                       " -> " DESPUES-DIRECCION-CP.

       COMPARAR-JORNADA.
           IF ANTES-JORNADA-PORCENTAJE NOT = DESPUES-JORNADA-PORCENTAJE
               DISPLAY "  Porcentaje de jornada: "
                       ANTES-JORNADA-PORCENTAJE
                       " -> " DESPUES-JORNADA-PORCENTAJE.
           IF ANTES-JORNADA-DESDE NOT = DESPUES-JORNADA-DESDE
               DISPLAY "  Jornada vigente desde: " ANTES-JORNADA-DESDE
                       " -> " DESPUES-JORNADA-DESDE.
           IF ANTES-SUPERIOR-ID NOT = DESPUES-SUPERIOR-ID
               DISPLAY "  Superior directo: " ANTES-SUPERIOR-ID
                       " -> " DESPUES-SUPERIOR-ID.
           IF ANTES-SEXO NOT = DESPUES-SEXO
               DISPLAY "  Sexo: " ANTES-SEXO " -> " DESPUES-SEXO.
           IF ANTES-DISCAPACIDAD-GRADO NOT = DESPUES-DISCAPACIDAD-GRADO
               DISPLAY "  Grado de discapacidad: "
                       ANTES-DISCAPACIDAD-GRADO " -> "
                       DESPUES-DISCAPACIDAD-GRADO.
           IF ANTES-DISCAPACIDAD-CADUCA NOT =
              DESPUES-DISCAPACIDAD-CADUCA
               DISPLAY "  Caducidad del certificado: "
                       ANTES-DISCAPACIDAD-CADUCA " -> "
                       DESPUES-DISCAPACIDAD-CADUCA.
           IF ANTES-IRPF-PERSONAL NOT = DESPUES-IRPF-PERSONAL
               DISPLAY "  Porcentaje personal de IRPF: "
                       ANTES-IRPF-PERSONAL " -> "
                       DESPUES-IRPF-PERSONAL.

       END PROGRAM HISTORIAL-CAMBIOS.

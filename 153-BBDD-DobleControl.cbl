       77  PROGRAMA-LISTADO PIC X.
       77  INTENTOS-RESTANTES PIC 9(1).
       77  CLAVE-ENTRADA PIC X(10).
       01  EVENTO-TEXTO PIC X(400).

      *Estado de la lista de programas de doble control.
       COPY "copybooks/28-EstadoDobleControl.cbl".

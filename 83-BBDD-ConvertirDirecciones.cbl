       COPY "copybooks/28-LkBloqueo.cbl".
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       77  LEE-TODO PIC X.
       77  DIRECCION-PARSEABLE PIC X.
       77  CONT-CONVERTIDAS PIC 9(5) COMP VALUE 0.
       77  CONT-YA-CONVERTIDAS PIC 9(5) COMP VALUE 0.

       01  OPERADOR-SESION PIC X(6).
       01  REGISTRO-ANTES PIC X(400).

      *Partes de la direccion libre separadas por comas:
      *calle, poblacion, codigo postal. El codigo postal se recibe

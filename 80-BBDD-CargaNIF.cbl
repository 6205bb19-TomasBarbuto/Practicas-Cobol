       COPY "copybooks/28-LkBloqueo.cbl".
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       77  LEE-TODO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  NIF-VALIDO PIC X.
       77  CONT-NIF-INVALIDOS PIC 9(5) COMP VALUE 0.

       01  OPERADOR-SESION PIC X(6).
       01  REGISTRO-ANTES PIC X(400).

      *Letras de control del NIF en el orden oficial.
       01  LETRAS-NIF PIC X(23) VALUE "TRWAGMYFPDXBNJZSQVHLCKE".

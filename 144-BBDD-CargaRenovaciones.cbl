       WORKING-STORAGE SECTION.
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       01  OPERADOR-SESION PIC X(6).
       77  REGISTRO-ANTES PIC X(400).

       77  LEE-TODO PIC X.
       77  DECISION-VALIDA PIC X.

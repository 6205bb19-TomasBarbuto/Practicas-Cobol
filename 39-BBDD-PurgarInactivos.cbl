       WORKING-STORAGE SECTION.
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       77  LEE-TODO PIC X.
      *Area de peticion del modulo de control de bloqueo.
       COPY "copybooks/28-LkBloqueo.cbl".

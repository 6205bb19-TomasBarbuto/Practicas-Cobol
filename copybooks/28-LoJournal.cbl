               88 JOURNAL-REESCRITURA VALUE "R".
               88 JOURNAL-BORRADO VALUE "D".
           05 JOURNAL-EMPLEADOS-ID PIC X(6).
           05 JOURNAL-IMAGEN-ANTES PIC X(400).
           05 JOURNAL-IMAGEN-DESPUES PIC X(400).

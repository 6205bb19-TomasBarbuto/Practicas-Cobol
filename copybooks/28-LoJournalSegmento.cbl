      *copia de seguridad. Se copia en la FILE SECTION de los
      *programas de la BBDD.
       FD JOURNAL-SEGMENTO.
       01 SEGMENTO-APUNTE PIC X(870).

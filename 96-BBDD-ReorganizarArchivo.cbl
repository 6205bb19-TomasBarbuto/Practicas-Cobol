      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
       FD REORG-ARCHIVO.
       01 REORG-REGISTRO PIC X(400).

       WORKING-STORAGE SECTION.
      *Area de peticion del modulo de control de bloqueo.
           DISPLAY "Descargados: " CONT-DESCARGADOS
                   " Recargados: " CONT-RECARGADOS
                   " Verificados: " CONT-VERIFICADOS.
           COMPUTE BYTES-ESTIMADOS = CONT-VERIFICADOS * 400.
           DISPLAY "Tamano estimado de datos: " BYTES-ESTIMADOS
                   " bytes (400 por registro).".
           IF CONT-VERIFICADOS = CONT-DESCARGADOS AND
              CONT-DESPUES-ACTIVOS = CONT-ANTES-ACTIVOS AND
              CONT-DESPUES-INACTIVOS = CONT-ANTES-INACTIVOS

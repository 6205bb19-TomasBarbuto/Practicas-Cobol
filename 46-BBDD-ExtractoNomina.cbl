       77  LEE-TODO PIC X.
       77  SUCURSAL-FILTRO PIC X(4).
       77  CONT-REGISTROS-EXTRAIDOS PIC 9(5) COMP VALUE 0.
       77  CONT-REGISTROS-LEIDOS PIC 9(5) COMP VALUE 0.
       01  SUMA-SALARIOS-EXTRAIDOS PIC 9(13) VALUE 0.
       01  FECHA-DE-HOY PIC 9(8).
      *Mes de nomina que se esta extrayendo, en formato AAAAMM.

      *Area de peticion del modulo de horas extra.
       COPY "copybooks/28-LkHorasExtra.cbl".
      *Area de peticion del modulo de cifras de control de la cadena.
       COPY "copybooks/28-LkBalance.cbl".

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
           COMPUTE MES-NOMINA = FECHA-DE-HOY / 100.
           DISPLAY "Sucursal a extraer (en blanco = todas): ".
           ACCEPT SUCURSAL-FILTRO.
           MOVE 0 TO CONT-REGISTROS-EXTRAIDOS.
           MOVE 0 TO CONT-REGISTROS-LEIDOS.
           MOVE 0 TO SUMA-SALARIOS-EXTRAIDOS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ESCRIBIR-CABECERA-NOMINA.
           MOVE "0" TO LEE-TODO.
                   "EMPLEADOS_NOMINA.TXT".
           DISPLAY "Registros extraidos en esta ejecucion: "
                   CONT-REGISTROS-EXTRAIDOS.
           PERFORM ANOTAR-CIFRAS-DE-CONTROL.
           GOBACK.

       ANOTAR-CIFRAS-DE-CONTROL.
      *Las lineas de detalle escritas deben coincidir con los activos
      *de la foto del maestro; el importe es la suma de la cola, en
      *euros.
           MOVE SPACE TO BALPET-PETICION.
           MOVE "EXTRACTO-NOMINA" TO BALPET-PROGRAMA.
           MOVE CONT-REGISTROS-LEIDOS TO BALPET-LEIDOS.
           MOVE CONT-REGISTROS-EXTRAIDOS TO BALPET-ESCRITOS.
           COMPUTE BALPET-IMPORTE = SUMA-SALARIOS-EXTRAIDOS / 100.
           CALL "ANOTAR-BALANCE" USING BALPET-PETICION.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
                       NOMINA-ARCHIVO-STATUS.

       ESCRIBIR-LINEA-NOMINA.
           ADD 1 TO CONT-REGISTROS-LEIDOS.
           IF EMPLEADOS-ACTIVO AND
              (SUCURSAL-FILTRO = SPACE OR
               EMPLEADOS-SUCURSAL = SUCURSAL-FILTRO)

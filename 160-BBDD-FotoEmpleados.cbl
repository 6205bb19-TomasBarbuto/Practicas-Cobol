      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
       FD FOTO-EMPLEADOS-ARCHIVO.
       01 FOTO-EMPLEADO-LINEA PIC X(400).

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  CONT-COPIADOS PIC 9(5) COMP VALUE 0.
       77  CONT-LEIDOS PIC 9(5) COMP VALUE 0.
       77  CONT-ACTIVOS PIC 9(5) COMP VALUE 0.
       01  SUMA-SALARIOS PIC 9(13)V99 VALUE 0.
       01  SUMA-SALARIOS-ACTIVOS PIC 9(13)V99 VALUE 0.

      *Area de peticion del modulo de cifras de control de la cadena.
       COPY "copybooks/28-LkBalance.cbl".

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Paso temprano de la cadena: descarga el maestro una sola vez
      *y los informes de solo lectura de la noche leen esta foto en
      *vez de recorrer el indexado cada uno por su cuenta.
           MOVE 0 TO CONT-COPIADOS.
           MOVE 0 TO CONT-LEIDOS.
           MOVE 0 TO CONT-ACTIVOS.
           MOVE 0 TO SUMA-SALARIOS.
           MOVE 0 TO SUMA-SALARIOS-ACTIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           OPEN OUTPUT FOTO-EMPLEADOS-ARCHIVO.
           DISPLAY "Foto de empleados escrita en "
                   "FOTO_EMPLEADOS.TXT con " CONT-COPIADOS
                   " registros.".
           PERFORM ANOTAR-CIFRAS-DE-CONTROL.
           GOBACK.

       ANOTAR-CIFRAS-DE-CONTROL.
      *Dos juegos de cifras para el balance de la cadena: el maestro
      *completo frente a la foto escrita, y los activos que deben
      *aparecer en los extractos posteriores de la noche.
           MOVE SPACE TO BALPET-PETICION.
           MOVE "FOTO-EMPLEADOS" TO BALPET-PROGRAMA.
           MOVE "MAESTRO" TO BALPET-AMBITO.
           MOVE CONT-LEIDOS TO BALPET-LEIDOS.
           MOVE CONT-COPIADOS TO BALPET-ESCRITOS.
           MOVE SUMA-SALARIOS TO BALPET-IMPORTE.
           CALL "ANOTAR-BALANCE" USING BALPET-PETICION.
           MOVE SPACE TO BALPET-PETICION.
           MOVE "FOTO-EMPLEADOS" TO BALPET-PROGRAMA.
           MOVE "ACTIVOS" TO BALPET-AMBITO.
           MOVE CONT-ACTIVOS TO BALPET-LEIDOS.
           MOVE CONT-ACTIVOS TO BALPET-ESCRITOS.
           MOVE SUMA-SALARIOS-ACTIVOS TO BALPET-IMPORTE.
           CALL "ANOTAR-BALANCE" USING BALPET-PETICION.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
                       EMPLEADOS-ARCHIVO-STATUS.

       COPIAR-REGISTRO.
           ADD 1 TO CONT-LEIDOS.
           ADD EMPLEADOS-SALARIO TO SUMA-SALARIOS.
           IF EMPLEADOS-ACTIVO
               ADD 1 TO CONT-ACTIVOS
               ADD EMPLEADOS-SALARIO TO SUMA-SALARIOS-ACTIVOS.
           MOVE EMPLEADOS-REGISTRO TO FOTO-EMPLEADO-LINEA.
           WRITE FOTO-EMPLEADO-LINEA.
           IF FOTO-EMPLEADOS-STATUS = "00"
               ADD 1 TO CONT-COPIADOS.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       LEE-SIGUIENTE-REGISTRO.

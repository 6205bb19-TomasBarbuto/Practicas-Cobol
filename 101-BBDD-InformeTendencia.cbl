       01  CAMBIO-EDITADO PIC ----9.
       01  SALARIO-PANTALLA PIC 9(11)V99.
       01  SALARIO-EDITADO PIC $$$,$$$,$$9.99.
       01  EQUIVALENTES-EDITADOS PIC ZZ,ZZ9.99.

      *Los ultimos doce meses presentes en la historia, del mas
      *antiguo al mas nuevo, y los recuentos por departamento y mes.
                   15 TENDENCIA-ACTIVOS PIC 9(5).
                   15 TENDENCIA-INACTIVOS PIC 9(5).
                   15 TENDENCIA-SALARIOS PIC 9(13).
                   15 TENDENCIA-EQUIVALENTES PIC 9(5)V99.

      *Subtotales por division: la serie de cada departamento se
      *suma a la division que le asigna el maestro; sin division
                   15 DIVTEN-ACTIVOS PIC 9(5).
                   15 DIVTEN-INACTIVOS PIC 9(5).
                   15 DIVTEN-SALARIOS PIC 9(13).
                   15 DIVTEN-EQUIVALENTES PIC 9(5)V99.

      *Estado del archivo de historia mensual de plantilla.
       COPY "copybooks/28-EstadoPlantillaHistoria.cbl".
           MOVE "1" TO LEE-TODO.

       CARGAR-UNA-FOTO.
      *Las lineas de sucursal no entran en la tendencia, que es
      *por departamento.
           MOVE 0 TO POSICION-MES.
           IF NOT FOTO-DE-SUCURSAL
               PERFORM LOCALIZAR-MES.
           IF POSICION-MES > 0
               PERFORM LOCALIZAR-DEPARTAMENTO
               IF POSICION-DEPARTAMENTO > 0
                   MOVE FOTO-INACTIVOS TO TENDENCIA-INACTIVOS
                       (POSICION-DEPARTAMENTO POSICION-MES)
                   MOVE FOTO-SALARIOS TO TENDENCIA-SALARIOS
                       (POSICION-DEPARTAMENTO POSICION-MES)
                   PERFORM CARGAR-EQUIVALENTES.
           PERFORM LEER-FOTO.

       CARGAR-EQUIVALENTES.
      *Las fotos anteriores a la jornada parcial no traen los
      *equivalentes: entonces todos los activos eran de jornada
      *completa y cuentan por cabezas.
           IF FOTO-EQUIVALENTES NUMERIC
               MOVE FOTO-EQUIVALENTES TO TENDENCIA-EQUIVALENTES
                   (POSICION-DEPARTAMENTO POSICION-MES)
           ELSE
               MOVE FOTO-ACTIVOS TO TENDENCIA-EQUIVALENTES
                   (POSICION-DEPARTAMENTO POSICION-MES).

       LOCALIZAR-MES.
      *La historia se escribe en orden cronologico; cuando aparecen
      *mas de doce meses se descarta el mas antiguo corriendo las
           MOVE ZERO TO TENDENCIA-ACTIVOS (SUB-I 12).
           MOVE ZERO TO TENDENCIA-INACTIVOS (SUB-I 12).
           MOVE ZERO TO TENDENCIA-SALARIOS (SUB-I 12).
           MOVE ZERO TO TENDENCIA-EQUIVALENTES (SUB-I 12).
           ADD 1 TO SUB-I.

       CORRER-UNA-COLUMNA.
           DISPLAY " ".
           DISPLAY "TENDENCIA DE PLANTILLA, ULTIMOS " CONT-MESES
                   " MESES".
           DISPLAY "ETC: activos equivalentes a jornada completa".
           MOVE 1 TO SUB-I.
           PERFORM MOSTRAR-FILA-DEPARTAMENTO
           UNTIL SUB-I > CONT-DEPARTAMENTOS.
           COMPUTE SALARIO-PANTALLA =
                   TENDENCIA-SALARIOS (SUB-I SUB-M) / 100.
           MOVE SALARIO-PANTALLA TO SALARIO-EDITADO.
           MOVE TENDENCIA-EQUIVALENTES (SUB-I SUB-M)
               TO EQUIVALENTES-EDITADOS.
           DISPLAY "  " MES-VISTO (SUB-M)
                   " Activos: " TENDENCIA-ACTIVOS (SUB-I SUB-M)
                   " ETC: " EQUIVALENTES-EDITADOS
                   " Inactivos: " TENDENCIA-INACTIVOS (SUB-I SUB-M)
                   " Salarios: " SALARIO-EDITADO.
           ADD 1 TO SUB-M.
           MOVE ZERO TO DIVTEN-ACTIVOS (CONT-DIVISIONES SUB-M).
           MOVE ZERO TO DIVTEN-INACTIVOS (CONT-DIVISIONES SUB-M).
           MOVE ZERO TO DIVTEN-SALARIOS (CONT-DIVISIONES SUB-M).
           MOVE ZERO TO DIVTEN-EQUIVALENTES (CONT-DIVISIONES SUB-M).
           ADD 1 TO SUB-M.

       SUMAR-MES-A-DIVISION.
               TO DIVTEN-INACTIVOS (POSICION-DIVISION SUB-M).
           ADD TENDENCIA-SALARIOS (SUB-I SUB-M)
               TO DIVTEN-SALARIOS (POSICION-DIVISION SUB-M).
           ADD TENDENCIA-EQUIVALENTES (SUB-I SUB-M)
               TO DIVTEN-EQUIVALENTES (POSICION-DIVISION SUB-M).
           ADD 1 TO SUB-M.

       OBTENER-DIVISION-DEL-GRUPO.
           COMPUTE SALARIO-PANTALLA =
                   DIVTEN-SALARIOS (SUB-DV SUB-M) / 100.
           MOVE SALARIO-PANTALLA TO SALARIO-EDITADO.
           MOVE DIVTEN-EQUIVALENTES (SUB-DV SUB-M)
               TO EQUIVALENTES-EDITADOS.
           DISPLAY "  " MES-VISTO (SUB-M)
                   " Activos: " DIVTEN-ACTIVOS (SUB-DV SUB-M)
                   " ETC: " EQUIVALENTES-EDITADOS
                   " Inactivos: " DIVTEN-INACTIVOS (SUB-DV SUB-M)
                   " Salarios: " SALARIO-EDITADO.
           ADD 1 TO SUB-M.

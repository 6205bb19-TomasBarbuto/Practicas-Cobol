       77  POSICION-DEPARTAMENTO PIC 9(2) COMP VALUE 0.
       77  CONT-DEPARTAMENTOS PIC 9(2) COMP VALUE 0.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  POSICION-SUCURSAL PIC 9(2) COMP VALUE 0.
       77  CONT-SUCURSALES PIC 9(2) COMP VALUE 0.
       77  AVISO-SUCURSALES-LLENA PIC X VALUE "N".

       01  IMPORTE-CENTIMOS PIC 9(13).
       01  ANIO-MES-FOTO PIC 9(6).
               10 FILA-ACTIVOS PIC 9(5).
               10 FILA-INACTIVOS PIC 9(5).
               10 FILA-SALARIOS PIC 9(13).
               10 FILA-EQUIVALENTES PIC 9(5)V99.

      *Acumulado del mes por sucursal, que se anexa detras de las
      *lineas de departamento marcado como linea de sucursal.
       01  TABLA-FOTO-SUCURSAL.
           05 SUCURSAL-FILA OCCURS 50 TIMES.
               10 FILA-SUCURSAL PIC X(4).
               10 FILA-SUC-ACTIVOS PIC 9(5).
               10 FILA-SUC-INACTIVOS PIC 9(5).
               10 FILA-SUC-SALARIOS PIC 9(13).
               10 FILA-SUC-EQUIVALENTES PIC 9(5)V99.

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
           PERFORM ACUMULAR-PLANTILLA.
           PERFORM ANEXAR-FOTOS.
           DISPLAY "Foto de plantilla del mes " ANIO-MES-FOTO
                   " anexada, departamentos: " CONT-DEPARTAMENTOS
                   " sucursales: " CONT-SUCURSALES.
           GOBACK.

       COMPROBAR-ESTADO-ARCHIVO.
                   MOVE ZERO TO FILA-ACTIVOS (CONT-DEPARTAMENTOS)
                   MOVE ZERO TO FILA-INACTIVOS (CONT-DEPARTAMENTOS)
                   MOVE ZERO TO FILA-SALARIOS (CONT-DEPARTAMENTOS)
                   MOVE ZERO
                       TO FILA-EQUIVALENTES (CONT-DEPARTAMENTOS)
                   MOVE CONT-DEPARTAMENTOS TO POSICION-DEPARTAMENTO
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                   COMPUTE IMPORTE-CENTIMOS = EMPLEADOS-SALARIO * 100
                   ADD IMPORTE-CENTIMOS
                       TO FILA-SALARIOS (POSICION-DEPARTAMENTO)
                   PERFORM SUMAR-EQUIVALENTE
               ELSE
                   ADD 1 TO FILA-INACTIVOS (POSICION-DEPARTAMENTO).
           PERFORM ACUMULAR-SUCURSAL.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       ACUMULAR-SUCURSAL.
           PERFORM BUSCAR-SUCURSAL-EN-TABLA.
           IF POSICION-SUCURSAL = 0
               IF CONT-SUCURSALES < 50
                   ADD 1 TO CONT-SUCURSALES
                   MOVE EMPLEADOS-SUCURSAL
                       TO FILA-SUCURSAL (CONT-SUCURSALES)
                   MOVE ZERO TO FILA-SUC-ACTIVOS (CONT-SUCURSALES)
                   MOVE ZERO TO FILA-SUC-INACTIVOS (CONT-SUCURSALES)
                   MOVE ZERO TO FILA-SUC-SALARIOS (CONT-SUCURSALES)
                   MOVE ZERO
                       TO FILA-SUC-EQUIVALENTES (CONT-SUCURSALES)
                   MOVE CONT-SUCURSALES TO POSICION-SUCURSAL
               ELSE
                   IF AVISO-SUCURSALES-LLENA = "N"
                       DISPLAY "Aviso: mas de 50 sucursales, la "
                               "foto no incluye las siguientes."
                       MOVE "S" TO AVISO-SUCURSALES-LLENA.
           IF POSICION-SUCURSAL > 0
               IF EMPLEADOS-ACTIVO
                   ADD 1 TO FILA-SUC-ACTIVOS (POSICION-SUCURSAL)
                   COMPUTE IMPORTE-CENTIMOS = EMPLEADOS-SALARIO * 100
                   ADD IMPORTE-CENTIMOS
                       TO FILA-SUC-SALARIOS (POSICION-SUCURSAL)
                   PERFORM SUMAR-EQUIVALENTE-SUCURSAL
               ELSE
                   ADD 1 TO FILA-SUC-INACTIVOS (POSICION-SUCURSAL).

       SUMAR-EQUIVALENTE-SUCURSAL.
           IF EMPLEADOS-JORNADA-PORCENTAJE NUMERIC AND
              EMPLEADOS-JORNADA-PORCENTAJE > 0
               COMPUTE FILA-SUC-EQUIVALENTES (POSICION-SUCURSAL) =
                       FILA-SUC-EQUIVALENTES (POSICION-SUCURSAL) +
                       EMPLEADOS-JORNADA-PORCENTAJE / 100
           ELSE
               ADD 1 TO FILA-SUC-EQUIVALENTES (POSICION-SUCURSAL).

       BUSCAR-SUCURSAL-EN-TABLA.
           MOVE 0 TO POSICION-SUCURSAL.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-SUCURSAL
           UNTIL SUB-I > CONT-SUCURSALES OR
                 POSICION-SUCURSAL > 0.

       COMPARAR-FILA-SUCURSAL.
           IF FILA-SUCURSAL (SUB-I) = EMPLEADOS-SUCURSAL
               MOVE SUB-I TO POSICION-SUCURSAL.
           ADD 1 TO SUB-I.

       SUMAR-EQUIVALENTE.
      *Un activo a jornada parcial cuenta la fraccion de su
      *porcentaje; sin porcentaje informado cuenta completo.
           IF EMPLEADOS-JORNADA-PORCENTAJE NUMERIC AND
              EMPLEADOS-JORNADA-PORCENTAJE > 0
               COMPUTE FILA-EQUIVALENTES (POSICION-DEPARTAMENTO) =
                       FILA-EQUIVALENTES (POSICION-DEPARTAMENTO) +
                       EMPLEADOS-JORNADA-PORCENTAJE / 100
           ELSE
               ADD 1 TO FILA-EQUIVALENTES (POSICION-DEPARTAMENTO).

       BUSCAR-DEPARTAMENTO-EN-TABLA.
           MOVE 0 TO POSICION-DEPARTAMENTO.
           MOVE 1 TO SUB-I.
           MOVE 1 TO SUB-I.
           PERFORM ANEXAR-UNA-FOTO
           UNTIL SUB-I > CONT-DEPARTAMENTOS.
           MOVE 1 TO SUB-I.
           PERFORM ANEXAR-FOTO-SUCURSAL
           UNTIL SUB-I > CONT-SUCURSALES.
           CLOSE PLANTILLA-HISTORIA-ARCHIVO.

       ANEXAR-UNA-FOTO.
           MOVE FILA-ACTIVOS (SUB-I) TO FOTO-ACTIVOS.
           MOVE FILA-INACTIVOS (SUB-I) TO FOTO-INACTIVOS.
           MOVE FILA-SALARIOS (SUB-I) TO FOTO-SALARIOS.
           MOVE FILA-EQUIVALENTES (SUB-I) TO FOTO-EQUIVALENTES.
           MOVE "D" TO FOTO-TIPO.
           WRITE FOTO-REGISTRO.
           ADD 1 TO SUB-I.

       ANEXAR-FOTO-SUCURSAL.
           MOVE SPACE TO FOTO-REGISTRO.
           MOVE ANIO-MES-FOTO TO FOTO-ANIO-MES.
           MOVE FILA-SUCURSAL (SUB-I) TO FOTO-DEPARTAMENTO.
           MOVE FILA-SUC-ACTIVOS (SUB-I) TO FOTO-ACTIVOS.
           MOVE FILA-SUC-INACTIVOS (SUB-I) TO FOTO-INACTIVOS.
           MOVE FILA-SUC-SALARIOS (SUB-I) TO FOTO-SALARIOS.
           MOVE FILA-SUC-EQUIVALENTES (SUB-I) TO FOTO-EQUIVALENTES.
           MOVE "S" TO FOTO-TIPO.
           WRITE FOTO-REGISTRO.
           ADD 1 TO SUB-I.


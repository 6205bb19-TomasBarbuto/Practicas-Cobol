       77  CONT-FICHADOS PIC 9(4) COMP VALUE 0.
       77  CONT-NO-PRESENTADOS PIC 9(4) COMP VALUE 0.
       77  CONT-REVISADOS PIC 9(5) COMP VALUE 0.
       77  CONT-LEIDOS PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC 9(4).
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  INDICE-DIA-SEMANA PIC 9(1).

      *Horas que el empleado debia trabajar en la fecha revisada:
      *las de la jornada diaria completa de su horario reducidas a
      *su porcentaje de jornada, y su suma sobre los no presentados.
       01  HORAS-ESPERADAS PIC 9(2)V99.
       01  HORAS-ESPERADAS-EDITADAS PIC Z9.99.
       01  TOTAL-HORAS-ESPERADAS PIC 9(5)V99 VALUE 0.
       01  TOTAL-HORAS-EDITADAS PIC ZZ,ZZ9.99.

      *Fecha a revisar, con su desglose por redefinicion.
       01  FECHA-ENTRADA-X PIC X(8).
       01  FECHA-ENTRADA-9 REDEFINES FECHA-ENTRADA-X PIC 9(8).
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de excepciones.
       COPY "copybooks/28-LkExcepciones.cbl".
      *Area de peticion del modulo de cifras de control de la cadena.
       COPY "copybooks/28-LkBalance.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de horarios.
           IF ES-FESTIVO = "S"
               DISPLAY "La fecha " FECHA-REVISADA " es festivo, no "
                       "hay jornada que revisar."
               PERFORM ANOTAR-CIFRAS-DE-CONTROL
               GOBACK.
           PERFORM CALCULAR-DIA-SEMANA.
           PERFORM CALCULAR-INDICE-DIA.
                   CONT-REVISADOS.
           DISPLAY "No presentados sin justificar:   "
                   CONT-NO-PRESENTADOS.
           PERFORM ANOTAR-CIFRAS-DE-CONTROL.
           GOBACK.

       OBTENER-FECHA-A-REVISAR.
                   IF HORARIO-DIA (INDICE-DIA-SEMANA) = "S"
                       MOVE "S" TO TIENE-HORARIO
           END-READ.
           IF TIENE-HORARIO = "S"
               PERFORM CALCULAR-HORAS-ESPERADAS.

       CALCULAR-HORAS-ESPERADAS.
           MOVE ZERO TO HORAS-ESPERADAS.
           IF HORARIO-HORAS-DIA NUMERIC
               MOVE HORARIO-HORAS-DIA TO HORAS-ESPERADAS.
           IF EMPLEADOS-JORNADA-PORCENTAJE NUMERIC AND
              EMPLEADOS-JORNADA-PORCENTAJE > 0 AND
              EMPLEADOS-JORNADA-PORCENTAJE < 100
               COMPUTE HORAS-ESPERADAS ROUNDED =
                       HORAS-ESPERADAS *
                       EMPLEADOS-JORNADA-PORCENTAJE / 100.

       BUSCAR-FICHAJE.
           MOVE "N" TO TIENE-FICHAJE.

       IMPRIMIR-EXCEPCION.
           ADD 1 TO CONT-NO-PRESENTADOS.
           ADD HORAS-ESPERADAS TO TOTAL-HORAS-ESPERADAS.
           MOVE HORAS-ESPERADAS TO HORAS-ESPERADAS-EDITADAS.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "ID: " DELIMITED BY SIZE
                  EMPLEADOS-DEPARTAMENTO DELIMITED BY SIZE
                  " SIN FICHAJE NI AUSENCIA EL " DELIMITED BY SIZE
                  FECHA-REVISADA DELIMITED BY SIZE
                  " HORAS ESPERADAS: " DELIMITED BY SIZE
                  HORAS-ESPERADAS-EDITADAS DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           PERFORM ANOTAR-EXCEPCION.

       ANOTAR-EXCEPCION.
      *El no presentado pasa tambien a la cola de excepciones del
      *departamento del empleado, una por empleado y jornada.
           MOVE SPACE TO EXCPET-PETICION.
           MOVE "DETECTOR-NO-PRESENTADOS" TO EXCPET-PROGRAMA.
           MOVE "NOPR" TO EXCPET-CODIGO.
           MOVE EMPLEADOS-ID TO EXCPET-EMPLEADOS-ID.
           MOVE FECHA-REVISADA TO EXCPET-REFERENCIA.
           MOVE "M" TO EXCPET-GRAVEDAD.
           MOVE EMPLEADOS-DEPARTAMENTO TO EXCPET-DEPARTAMENTO.
           MOVE "SIN FICHAJE NI AUSENCIA JUSTIFICADA"
               TO EXCPET-DESCRIPCION.
           CALL "REGISTRAR-EXCEPCION" USING EXCPET-PETICION.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   ADD 1 TO CONT-LEIDOS
           END-READ.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE TOTAL-HORAS-ESPERADAS TO TOTAL-HORAS-EDITADAS.
           STRING "HORAS ESPERADAS SIN CUBRIR:    "
                  DELIMITED BY SIZE
                  TOTAL-HORAS-EDITADAS DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ANOTAR-CIFRAS-DE-CONTROL.
      *Empleados leidos del maestro frente a no presentados
      *escritos, con las horas esperadas sin cubrir como suma de
      *control. En festivo se anota la pasada con las cifras a cero.
           MOVE SPACE TO BALPET-PETICION.
           MOVE "DETECTOR-NO-PRESENTADOS" TO BALPET-PROGRAMA.
           MOVE CONT-LEIDOS TO BALPET-LEIDOS.
           MOVE CONT-NO-PRESENTADOS TO BALPET-ESCRITOS.
           MOVE TOTAL-HORAS-ESPERADAS TO BALPET-IMPORTE.
           CALL "ANOTAR-BALANCE" USING BALPET-PETICION.

       END PROGRAM DETECTOR-NO-PRESENTADOS.

       WORKING-STORAGE SECTION.
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       77  FIN-HISTORICO PIC X.
       77  CONT-COINCIDENCIAS PIC 9(3) COMP VALUE 0.
       77  YA-EXISTE PIC X.
       01  OPERADOR-SESION PIC X(6).
       01  APELLIDOS-BUSCADOS PIC X(25).
       01  ID-A-REINSTALAR PIC X(6).
       01  REGISTRO-ELEGIDO PIC X(400).

       01  FECHA-DE-HOY PIC 9(8).

           MOVE REGISTRO-ELEGIDO TO EMPLEADOS-REGISTRO.
           MOVE "A" TO EMPLEADOS-ESTADO.
           MOVE FECHA-DE-HOY TO EMPLEADOS-FECHA-ALTA.
      *La jornada archivada rige de nuevo desde la recontratacion;
      *una imagen anterior al porcentaje de jornada vuelve completa.
           IF EMPLEADOS-VERSION-REGISTRO = "4"
               MOVE SPACE TO EMPLEADOS-EMPRESA
               MOVE SPACE TO EMPLEADOS-EMPRESA-ANTERIOR
               MOVE SPACE TO EMPLEADOS-EMPRESA-DESDE-X
               MOVE SPACE TO EMPLEADOS-RESERVA
               MOVE 100 TO EMPLEADOS-JORNADA-PORCENTAJE
               MOVE "5" TO EMPLEADOS-VERSION-REGISTRO.
           IF EMPLEADOS-VERSION-VIGENTE
               MOVE EMPLEADOS-JORNADA-PORCENTAJE
                   TO EMPLEADOS-JORNADA-ANTERIOR
               MOVE FECHA-DE-HOY TO EMPLEADOS-JORNADA-DESDE.
      *Vuelve a la empresa del grupo con la que causo baja, que le
      *cuenta el alta desde hoy.
           MOVE FECHA-DE-HOY TO EMPLEADOS-EMPRESA-DESDE.
           MOVE "N" TO YA-EXISTE.
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY

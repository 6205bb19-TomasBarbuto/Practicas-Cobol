       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-ACCESOS-BAJA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Seguimiento de las bajas enviadas a sistemas.
       COPY "copybooks/28-PhBajasAccesos.cbl".
      *Acuse de sistemas con las cuentas desactivadas.
       COPY "copybooks/28-PhAcuseIdentidades.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Seguimiento de las bajas enviadas a sistemas.
       COPY "copybooks/28-LoBajasAccesos.cbl".
      *Acuse de sistemas con las cuentas desactivadas.
       COPY "copybooks/28-LoAcuseIdentidades.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-ACUSES PIC X.
       77  FIN-BAJAS-ACCESOS PIC X.
       77  CONT-ACUSES PIC 9(5) COMP VALUE 0.
       77  CONT-ACUSES-SIN-BAJA PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-ACUSE PIC 9(5) COMP VALUE 0.
       77  CONT-FUERA-DE-PLAZO PIC 9(5) COMP VALUE 0.
       77  CONT-PENDIENTES-EN-PLAZO PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  SITUACION-TEXTO PIC X(30).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del seguimiento de bajas enviadas a sistemas.
       COPY "copybooks/28-EstadoBajasAccesos.cbl".
      *Estado del acuse de sistemas.
       COPY "copybooks/28-EstadoAcuseIdentidades.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Primero se anota el acuse que haya devuelto sistemas; despues
      *se listan las bajas cuya fecha limite ya paso sin acuse y las
      *que se desactivaron despues de esa fecha.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           MOVE 0 TO CONT-ACUSES.
           MOVE 0 TO CONT-ACUSES-SIN-BAJA.
           MOVE 0 TO CONT-SIN-ACUSE.
           MOVE 0 TO CONT-FUERA-DE-PLAZO.
           MOVE 0 TO CONT-PENDIENTES-EN-PLAZO.
           OPEN I-O BAJAS-ACCESOS-ARCHIVO.
           IF BAJAS-ACCESOS-STATUS NOT = "00"
               DISPLAY "No hay bajas enviadas a sistemas."
               GO TO TERMINA-PROGRAMA.
           PERFORM CARGAR-ACUSE.
           PERFORM ABRIR-INFORME.
           MOVE LOW-VALUES TO BAJACC-CLAVE.
           MOVE "N" TO FIN-BAJAS-ACCESOS.
           START BAJAS-ACCESOS-ARCHIVO KEY IS NOT LESS THAN
               BAJACC-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-BAJAS-ACCESOS
           END-START.
           PERFORM REVISAR-BAJA
           UNTIL FIN-BAJAS-ACCESOS = "S".
           CLOSE BAJAS-ACCESOS-ARCHIVO.
           PERFORM CERRAR-INFORME.
           DISPLAY "Acuses anotados: " CONT-ACUSES
                   " Sin acuse fuera de plazo: " CONT-SIN-ACUSE.

       TERMINA-PROGRAMA.
           GOBACK.

       CARGAR-ACUSE.
      *El acuse es opcional: sin archivo solo se revisan los plazos.
      *Una linea que no casa con ninguna baja enviada se avisa por
      *pantalla y no se anota.
           OPEN INPUT ACUSE-IDENTIDADES-ARCHIVO.
           IF ACUSE-IDENTIDADES-STATUS = "00"
               MOVE "N" TO FIN-ACUSES
               PERFORM LEER-ACUSE
               UNTIL FIN-ACUSES = "S"
               CLOSE ACUSE-IDENTIDADES-ARCHIVO.

       LEER-ACUSE.
           READ ACUSE-IDENTIDADES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-ACUSES
           END-READ.
           IF FIN-ACUSES = "N"
               MOVE ACUSE-EMPLEADOS-ID TO BAJACC-EMPLEADOS-ID
               MOVE ACUSE-FECHA-BAJA TO BAJACC-FECHA-BAJA
               READ BAJAS-ACCESOS-ARCHIVO
                   INVALID KEY
                       ADD 1 TO CONT-ACUSES-SIN-BAJA
                       DISPLAY "Acuse sin baja enviada: "
                               ACUSE-EMPLEADOS-ID " "
                               ACUSE-FECHA-BAJA
                   NOT INVALID KEY
                       PERFORM ANOTAR-ACUSE
               END-READ.

       ANOTAR-ACUSE.
           IF BAJACC-PENDIENTE
               MOVE "D" TO BAJACC-ESTADO
               MOVE ACUSE-FECHA-DESACTIVACION
                   TO BAJACC-FECHA-DESACTIVACION
               IF BAJACC-FECHA-DESACTIVACION = ZEROES
                   MOVE FECHA-DE-HOY TO BAJACC-FECHA-DESACTIVACION
               END-IF
               REWRITE BAJACC-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al anotar el acuse de "
                               BAJACC-EMPLEADOS-ID
                   NOT INVALID KEY
                       ADD 1 TO CONT-ACUSES
               END-REWRITE.

       REVISAR-BAJA.
           READ BAJAS-ACCESOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-BAJAS-ACCESOS
           END-READ.
           IF FIN-BAJAS-ACCESOS = "N"
               MOVE SPACE TO SITUACION-TEXTO
               IF BAJACC-PENDIENTE
                   IF BAJACC-FECHA-LIMITE < FECHA-DE-HOY
                       MOVE "SIN ACUSE DE DESACTIVACION"
                           TO SITUACION-TEXTO
                       ADD 1 TO CONT-SIN-ACUSE
                   ELSE
                       ADD 1 TO CONT-PENDIENTES-EN-PLAZO
                   END-IF
               ELSE
                   IF BAJACC-FECHA-DESACTIVACION > BAJACC-FECHA-LIMITE
                       MOVE "DESACTIVADA FUERA DE PLAZO"
                           TO SITUACION-TEXTO
                       ADD 1 TO CONT-FUERA-DE-PLAZO
                   END-IF
               END-IF
               IF SITUACION-TEXTO NOT = SPACE
                   PERFORM IMPRIMIR-BAJA.

       IMPRIMIR-BAJA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE BAJACC-DEPARTAMENTO TO INFORME-DEPARTAMENTO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "ID: " DELIMITED BY SIZE
                  BAJACC-EMPLEADOS-ID DELIMITED BY SIZE
                  " DEPTO: " DELIMITED BY SIZE
                  BAJACC-DEPARTAMENTO DELIMITED BY SIZE
                  " BAJA: " DELIMITED BY SIZE
                  BAJACC-FECHA-BAJA DELIMITED BY SIZE
                  " LIMITE: " DELIMITED BY SIZE
                  BAJACC-FECHA-LIMITE DELIMITED BY SIZE
                  " ENVIO: " DELIMITED BY SIZE
                  BAJACC-SECUENCIA-ENVIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SITUACION-TEXTO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_ACCESOS_BAJA.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-ACCESOS-BAJA" TO INFORME-PROGRAMA.
           MOVE "BAJAS SIN CUENTAS DESACTIVADAS EN PLAZO"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-DEPARTAMENTO.
           MOVE CONT-SIN-ACUSE TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "SIN ACUSE PASADA LA FECHA LIMITE: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-FUERA-DE-PLAZO TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "DESACTIVADAS FUERA DE PLAZO:      " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-PENDIENTES-EN-PLAZO TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "PENDIENTES AUN EN PLAZO:          " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CONT-ACUSES-SIN-BAJA TO CONT-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "ACUSES SIN BAJA ENVIADA:          " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM INFORME-ACCESOS-BAJA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDUCCION-DISCAPACIDAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".

       WORKING-STORAGE SECTION.
      *Los parametros se leen en la primera llamada y sirven para
      *todos los empleados de la misma pasada.
       77  DATOS-CARGADOS PIC X VALUE "N".

      *Reduccion anual de la base de retencion por discapacidad del
      *trabajador, del 33% al 64% y del 65% en adelante, y numero
      *de pagas del ano entre las que se reparte; con valores por
      *omision si el maestro de parametros no los tiene.
       01  REDUCCION-DISCAP-33 PIC 9(5)V99 VALUE 3500.
       01  REDUCCION-DISCAP-65 PIC 9(5)V99 VALUE 7750.
       01  PAGAS-ANUALES PIC 9(2) VALUE 14.

       01  GRADO-9 PIC 9(3).
       01  CADUCIDAD-9 PIC 9(8).

      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".

       LINKAGE SECTION.
      *Area de peticion compartida con los llamadores.
       COPY "copybooks/28-LkDiscapacidad.cbl".

       PROCEDURE DIVISION USING DISCAP-PETICION.

       EMPIEZA-PROGRAMA.
           IF DATOS-CARGADOS = "N"
               PERFORM LEER-PARAMETROS
               MOVE "S" TO DATOS-CARGADOS.
           MOVE "N" TO DISCAP-ACREDITADA.
           MOVE ZERO TO DISCAP-REDUCCION.
      *Sin grado numerico, o por debajo del 33%, no hay
      *discapacidad reconocida a efectos de cuota ni de retencion.
           IF DISCAP-GRADO NOT NUMERIC
               GO TO TERMINA-PROGRAMA.
           MOVE DISCAP-GRADO TO GRADO-9.
           IF GRADO-9 < 33
               GO TO TERMINA-PROGRAMA.
      *Una caducidad en blanco o a ceros es un certificado
      *definitivo; con fecha, deja de valer el dia siguiente.
           MOVE ZERO TO CADUCIDAD-9.
           IF DISCAP-CADUCIDAD NUMERIC
               MOVE DISCAP-CADUCIDAD TO CADUCIDAD-9.
           IF CADUCIDAD-9 > 0 AND CADUCIDAD-9 < DISCAP-FECHA
               GO TO TERMINA-PROGRAMA.
           MOVE "S" TO DISCAP-ACREDITADA.
           IF GRADO-9 < 65
               COMPUTE DISCAP-REDUCCION ROUNDED =
                       REDUCCION-DISCAP-33 / PAGAS-ANUALES
           ELSE
               COMPUTE DISCAP-REDUCCION ROUNDED =
                       REDUCCION-DISCAP-65 / PAGAS-ANUALES.

       TERMINA-PROGRAMA.
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "REDUCCION-DISCAP-33" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO REDUCCION-DISCAP-33
               END-READ
               MOVE "REDUCCION-DISCAP-65" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO REDUCCION-DISCAP-65
               END-READ
               MOVE "PAGAS-ANUALES" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO PAGAS-ANUALES
               END-READ
               CLOSE PARAMETROS-ARCHIVO.
           IF PAGAS-ANUALES = 0
               MOVE 14 TO PAGAS-ANUALES.

       END PROGRAM REDUCCION-DISCAPACIDAD.

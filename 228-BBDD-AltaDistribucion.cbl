       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTA-DISTRIBUCION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Maestro de listas de distribucion de informes.
       COPY "copybooks/28-PhDistribucion.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Maestro de listas de distribucion de informes.
       COPY "copybooks/28-LoDistribucion.cbl".

       WORKING-STORAGE SECTION.
       77  SI-NO PIC X.
       77  ACCION-DISTRIBUCION PIC X.
       77  DATOS-VALIDOS PIC X.
      *Estado del maestro de listas de distribucion.
       COPY "copybooks/28-EstadoDistribucion.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           PERFORM ABRIR-DISTRIBUCION.
           MOVE "S" TO SI-NO.
           PERFORM MANTENER-DISTRIBUCION
           UNTIL SI-NO = "N".
           CLOSE DISTRIBUCION-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           STOP RUN.

       ABRIR-DISTRIBUCION.
      *El maestro de distribucion es indexado. Si todavia no existe
      *lo creamos antes de abrirlo en modo aleatorio.
           OPEN I-O DISTRIBUCION-ARCHIVO.
           IF DISTRIBUCION-ARCHIVO-STATUS = "35"
               OPEN OUTPUT DISTRIBUCION-ARCHIVO
               CLOSE DISTRIBUCION-ARCHIVO
               OPEN I-O DISTRIBUCION-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF DISTRIBUCION-ARCHIVO-STATUS NOT = "00" AND
              DISTRIBUCION-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       DISTRIBUCION-ARCHIVO-STATUS.

       MANTENER-DISTRIBUCION.
      *Cada combinacion de informe, ambito y destinatario es una
      *fila de la lista. El ambito es el departamento o la sucursal
      *que el informe indica en cada linea.
           MOVE SPACE TO DISTRIBUCION-REGISTRO.
           DISPLAY "Accion (A alta, B baja): ".
           ACCEPT ACCION-DISTRIBUCION.
           IF ACCION-DISTRIBUCION = "a"
               MOVE "A" TO ACCION-DISTRIBUCION.
           IF ACCION-DISTRIBUCION = "b"
               MOVE "B" TO ACCION-DISTRIBUCION.
           DISPLAY "Programa del informe (PROGRAM-ID, p. ej. "
                   "INFORME-CONTRATOS): ".
           ACCEPT DISTRIBUCION-PROGRAMA.
           DISPLAY "Departamento o sucursal: ".
           ACCEPT DISTRIBUCION-AMBITO.
           DISPLAY "Destinatario: ".
           ACCEPT DISTRIBUCION-DESTINATARIO.
           PERFORM VALIDAR-DISTRIBUCION.
           IF DATOS-VALIDOS = "S"
               IF ACCION-DISTRIBUCION = "B"
                   PERFORM BORRAR-DISTRIBUCION
               ELSE
                   PERFORM GRABAR-DISTRIBUCION.
           DISPLAY "Desea mantener otra fila de distribucion?".
           ACCEPT SI-NO.
           IF SI-NO = "s"
               MOVE "S" TO SI-NO.
           IF SI-NO NOT = "S"
               MOVE "N" TO SI-NO.

       VALIDAR-DISTRIBUCION.
           MOVE "S" TO DATOS-VALIDOS.
           IF ACCION-DISTRIBUCION NOT = "A" AND
              ACCION-DISTRIBUCION NOT = "B"
               DISPLAY "La accion debe ser A o B."
               MOVE "N" TO DATOS-VALIDOS.
           IF DISTRIBUCION-PROGRAMA = SPACE
               DISPLAY "El programa del informe es obligatorio."
               MOVE "N" TO DATOS-VALIDOS.
           IF DISTRIBUCION-AMBITO = SPACE
               DISPLAY "El departamento o sucursal es obligatorio."
               MOVE "N" TO DATOS-VALIDOS.
           IF DISTRIBUCION-DESTINATARIO = SPACE
               DISPLAY "El destinatario es obligatorio."
               MOVE "N" TO DATOS-VALIDOS.
           IF DATOS-VALIDOS = "N"
               DISPLAY "No se graba la fila de distribucion.".

       GRABAR-DISTRIBUCION.
           WRITE DISTRIBUCION-REGISTRO
               INVALID KEY
                   DISPLAY "Esa fila de distribucion ya existe."
           END-WRITE.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       BORRAR-DISTRIBUCION.
           DELETE DISTRIBUCION-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "Esa fila de distribucion no existe."
           END-DELETE.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       END PROGRAM ALTA-DISTRIBUCION.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOTAR-BALANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Cifras de control de los pasos de la cadena nocturna.
       COPY "copybooks/28-PhBalanceCadena.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Cifras de control de los pasos de la cadena nocturna.
       COPY "copybooks/28-LoBalanceCadena.cbl".

       WORKING-STORAGE SECTION.
       01  HORA-ANOTACION PIC 9(8).

      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo de cifras de control de la cadena.
       COPY "copybooks/28-EstadoBalanceCadena.cbl".

       LINKAGE SECTION.
      *Area de peticion compartida con los pasos de la cadena.
       COPY "copybooks/28-LkBalance.cbl".

       PROCEDURE DIVISION USING BALPET-PETICION.

       EMPIEZA-PROGRAMA.
      *Anexa las cifras del paso con la fecha de negocio de la
      *cadena; la cadena las cuadra contra sus reglas al terminar
      *el paso.
           MOVE "X" TO BALPET-RESULTADO.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           ACCEPT HORA-ANOTACION FROM TIME.
           OPEN EXTEND BALANCE-CADENA-ARCHIVO.
           IF BALANCE-CADENA-STATUS = "35"
               OPEN OUTPUT BALANCE-CADENA-ARCHIVO.
           IF BALANCE-CADENA-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de balance de la "
                       "cadena: " BALANCE-CADENA-STATUS
               GO TO TERMINA-PROGRAMA.
           MOVE SPACE TO BALCAD-REGISTRO.
           MOVE FNEGOCIO-FECHA TO BALCAD-FECHA.
           MOVE HORA-ANOTACION TO BALCAD-HORA.
           MOVE BALPET-PROGRAMA TO BALCAD-PROGRAMA.
           MOVE BALPET-AMBITO TO BALCAD-AMBITO.
           MOVE BALPET-LEIDOS TO BALCAD-LEIDOS.
           MOVE BALPET-ESCRITOS TO BALCAD-ESCRITOS.
           MOVE BALPET-IMPORTE TO BALCAD-IMPORTE.
           WRITE BALCAD-REGISTRO.
           IF BALANCE-CADENA-STATUS = "00"
               MOVE "O" TO BALPET-RESULTADO.
           CLOSE BALANCE-CADENA-ARCHIVO.

       TERMINA-PROGRAMA.
           GOBACK.

       END PROGRAM ANOTAR-BALANCE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRESAS-GRUPO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo maestro de empresas del grupo.
       COPY "copybooks/28-PhEmpresas.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo maestro de empresas del grupo.
       COPY "copybooks/28-LoEmpresas.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-EMPRESAS PIC X.
      *Estado del archivo maestro de empresas del grupo.
       COPY "copybooks/28-EstadoEmpresas.cbl".

       LINKAGE SECTION.
      *Area de peticion compartida con los llamadores.
       COPY "copybooks/28-LkEmpresas.cbl".

       PROCEDURE DIVISION USING GRUPO-PETICION.

       EMPIEZA-PROGRAMA.
      *La empresa "01" es la principal, la unica que habia antes del
      *maestro.
           MOVE "01" TO GRUPO-PRINCIPAL.
           MOVE 0 TO GRUPO-EMPRESAS.
           OPEN INPUT EMPRESAS-ARCHIVO.
           IF EMPRESAS-ARCHIVO-STATUS NOT = "00"
               GO TO TERMINA-PROGRAMA.
           MOVE "N" TO FIN-EMPRESAS.
           PERFORM CARGAR-EMPRESA
           UNTIL FIN-EMPRESAS = "S".
           CLOSE EMPRESAS-ARCHIVO.

       TERMINA-PROGRAMA.
           GOBACK.

       CARGAR-EMPRESA.
           READ EMPRESAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-EMPRESAS
           END-READ.
           IF FIN-EMPRESAS = "N"
               IF GRUPO-EMPRESAS < 20
                   ADD 1 TO GRUPO-EMPRESAS
                   MOVE EMPRESA-CODIGO TO GRUPO-CODIGO (GRUPO-EMPRESAS)
                   MOVE EMPRESA-NOMBRE TO GRUPO-NOMBRE (GRUPO-EMPRESAS)
                   MOVE EMPRESA-CIF TO GRUPO-CIF (GRUPO-EMPRESAS)
                   MOVE EMPRESA-CUENTA-COTIZACION
                       TO GRUPO-CUENTA-COTIZACION (GRUPO-EMPRESAS)
               ELSE
                   DISPLAY "Aviso: mas de 20 empresas en el maestro, "
                           "no se carga la " EMPRESA-CODIGO.

       END PROGRAM EMPRESAS-GRUPO.

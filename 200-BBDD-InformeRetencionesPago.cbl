       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-RETENCIONES-PAGO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo de pagos retenidos por cambio de cuenta.
       COPY "copybooks/28-PhRetencionesPago.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo de pagos retenidos por cambio de cuenta.
       COPY "copybooks/28-LoRetencionesPago.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-RETENCIONES PIC X.
       77  CONT-RETENIDAS PIC 9(5) COMP VALUE 0.
       77  CONT-LIBERADAS PIC 9(5) COMP VALUE 0.
       77  CONT-LEIDOS PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC 9(5).

       01  TOTAL-RETENIDO PIC 9(13) VALUE 0.
       01  TOTAL-LIBERADO PIC 9(13) VALUE 0.
       01  IMPORTE-PANTALLA PIC 9(11)V99.
       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
       01  ESTADO-LITERAL PIC X(9).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de cifras de control de la cadena.
       COPY "copybooks/28-LkBalance.cbl".
      *Estado del archivo de pagos retenidos.
       COPY "copybooks/28-EstadoRetencionesPago.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Lista todo pago que sigue fuera de la remesa por un cambio de
      *cuenta: los retenidos a la espera de la llamada y los ya
      *liberados que aun no han salido. Sin preguntas, para poder
      *lanzarlo desde la cadena nocturna.
           PERFORM ABRIR-INFORME.
           OPEN INPUT RETENCIONES-PAGO-ARCHIVO.
           IF RETENCIONES-PAGO-STATUS NOT = "00"
               DISPLAY "No hay pagos retenidos por cambio de cuenta."
           ELSE
               MOVE "N" TO FIN-RETENCIONES
               PERFORM LEER-RETENCION
               PERFORM LISTAR-RETENCION
               UNTIL FIN-RETENCIONES = "S"
               CLOSE RETENCIONES-PAGO-ARCHIVO.
           PERFORM CERRAR-INFORME.
           PERFORM ANOTAR-CIFRAS-DE-CONTROL.
           GOBACK.

       LEER-RETENCION.
           READ RETENCIONES-PAGO-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-RETENCIONES
               NOT AT END
                   ADD 1 TO CONT-LEIDOS
           END-READ.

       LISTAR-RETENCION.
           IF RETPAGO-RETENIDA
               MOVE "RETENIDA" TO ESTADO-LITERAL
               ADD 1 TO CONT-RETENIDAS
               ADD RETPAGO-IMPORTE TO TOTAL-RETENIDO
               PERFORM IMPRIMIR-RETENCION.
           IF RETPAGO-LIBERADA
               MOVE "LIBERADA" TO ESTADO-LITERAL
               ADD 1 TO CONT-LIBERADAS
               ADD RETPAGO-IMPORTE TO TOTAL-LIBERADO
               PERFORM IMPRIMIR-RETENCION.
           PERFORM LEER-RETENCION.

       IMPRIMIR-RETENCION.
      *Dos lineas por pago: la orden retenida y el cambio de cuenta
      *que la retuvo, con quien lo hizo y cuando.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           COMPUTE IMPORTE-PANTALLA = RETPAGO-IMPORTE / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           STRING RETPAGO-EMPLEADOS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ESTADO-LITERAL DELIMITED BY SIZE
                  " DESDE " DELIMITED BY SIZE
                  RETPAGO-FECHA-RETENCION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RETPAGO-CONCEPTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  RETPAGO-IBAN DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "       CUENTA CAMBIADA EL " DELIMITED BY SIZE
                  RETPAGO-CAMBIO-FECHA DELIMITED BY SIZE
                  " A LAS " DELIMITED BY SIZE
                  RETPAGO-CAMBIO-HORA (1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  RETPAGO-CAMBIO-HORA (3:2) DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  RETPAGO-CAMBIO-OPERADOR-ID DELIMITED BY SIZE
                  " IBAN ANTERIOR " DELIMITED BY SIZE
                  RETPAGO-IBAN-ANTERIOR DELIMITED BY SIZE
                  " VERIFICADA POR " DELIMITED BY SIZE
                  RETPAGO-VERIFICADOR-ID DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_RETENCIONES_PAGO.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-RETENCIONES-PAGO" TO INFORME-PROGRAMA.
           MOVE "PAGOS RETENIDOS POR CAMBIO DE CUENTA"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-RETENIDAS TO CONT-EDITADO.
           COMPUTE IMPORTE-PANTALLA = TOTAL-RETENIDO / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           STRING "PAGOS RETENIDOS PENDIENTES DE LLAMADA: "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "  IMPORTE: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-LIBERADAS TO CONT-EDITADO.
           COMPUTE IMPORTE-PANTALLA = TOTAL-LIBERADO / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           STRING "LIBERADOS PARA LA PROXIMA REMESA:      "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "  IMPORTE: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ANOTAR-CIFRAS-DE-CONTROL.
      *Pagos leidos del archivo de retenciones frente a los listados,
      *retenidos y liberados, con la suma de sus importes como
      *control. Los importes del archivo van en centimos.
           MOVE SPACE TO BALPET-PETICION.
           MOVE "INFORME-RETENCIONES-PAGO" TO BALPET-PROGRAMA.
           MOVE CONT-LEIDOS TO BALPET-LEIDOS.
           COMPUTE BALPET-ESCRITOS = CONT-RETENIDAS + CONT-LIBERADAS.
           COMPUTE BALPET-IMPORTE =
                   (TOTAL-RETENIDO + TOTAL-LIBERADO) / 100.
           CALL "ANOTAR-BALANCE" USING BALPET-PETICION.

       END PROGRAM INFORME-RETENCIONES-PAGO.

      *Area de peticion del modulo TRANSFERENCIAS-SEPA. El llamador
      *la copia en su WORKING-STORAGE y el modulo en su LINKAGE
      *SECTION. Se llama despues de cerrar ORDENES_PAGO.TXT: el
      *modulo monta el XML pain.001 en un fichero de trabajo (una
      *informacion de pago por fecha de ejecucion), comprueba que su
      *suma de control y su numero de operaciones cuadran con la
      *linea de total de la remesa y solo entonces lo libera como
      *SEPA_PAGOS.XML. SEPA-RESULTADO queda a "S" si se libero; si
      *no, SEPA_PAGOS.XML queda vacio y SEPA-MOTIVO explica la
      *retencion.
       01  SEPA-PETICION.
           05 SEPA-RESULTADO PIC X(1).
               88 SEPA-LIBERADO VALUE "S".
           05 SEPA-MENSAJE-ID PIC X(35).
           05 SEPA-TRANSACCIONES PIC 9(9).
           05 SEPA-IMPORTE PIC 9(13).
           05 SEPA-BLOQUES PIC 9(2).
           05 SEPA-MOTIVO PIC X(60).

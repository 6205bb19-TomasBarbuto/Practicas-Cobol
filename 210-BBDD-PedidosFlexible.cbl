       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDOS-RETRIBUCION-FLEXIBLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de elecciones de retribucion flexible.
       COPY "copybooks/28-PhRetribucionFlexible.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".
      *Archivo mensual de pedidos de retribucion flexible.
       COPY "copybooks/28-PhPedidosFlexible.cbl".
      *Archivo de trabajo usado por el verbo SORT.
       SELECT ORDEN-ARCHIVO ASSIGN TO "PEDIDOSFLEX.TMP".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de elecciones de retribucion flexible.
       COPY "copybooks/28-LoRetribucionFlexible.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".
      *Archivo mensual de pedidos de retribucion flexible.
       COPY "copybooks/28-LoPedidosFlexible.cbl".
      *Registro de trabajo del SORT: una linea por empleado y
      *beneficio del periodo, ordenadas por proveedor para cortar
      *un archivo de pedido por cada uno.
       SD ORDEN-ARCHIVO.
       01 ORDEN-REGISTRO.
           05 ORDEN-PROVEEDOR PIC X(10).
           05 ORDEN-TIPO PIC X(01).
           05 ORDEN-ID PIC X(06).
           05 ORDEN-NIF PIC X(09).
           05 ORDEN-NOMBRE PIC X(51).
           05 ORDEN-REFERENCIA PIC X(20).
           05 ORDEN-IMPORTE PIC 9(09).

       WORKING-STORAGE SECTION.
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
       77  FIN-LECTURA PIC X.
       77  FIN-ORDEN PIC X.
       77  EMPLEADOS-DISPONIBLES PIC X VALUE "N".
       77  FLEXIBLE-DISPONIBLE PIC X VALUE "N".
       77  CONT-LINEAS PIC 9(7) COMP VALUE 0.
       77  CONT-PROVEEDORES PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-PROVEEDOR PIC 9(5) COMP VALUE 0.
       77  CONT-LINEAS-PROVEEDOR PIC 9(7) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
       01  PERIODO-X PIC X(6).
       01  PERIODO-9 REDEFINES PERIODO-X PIC 9(6).
       01  PERIODO-R REDEFINES PERIODO-X.
           05 PERIODO-ANIO PIC 9(4).
           05 PERIODO-MES PIC 9(2).

      *Proveedor en curso en la salida del SORT: al cambiar se
      *cierra su archivo con la linea de control y se abre el del
      *siguiente.
       01  PROVEEDOR-EN-CURSO PIC X(10) VALUE SPACE.
       01  TIPO-BENEFICIO PIC X(1).
       01  NIF-EMPLEADO PIC X(9).
       01  NOMBRE-EMPLEADO PIC X(51).

       01  TOTAL-PROVEEDOR PIC 9(13) VALUE 0.
       01  TOTAL-GENERAL PIC 9(15) VALUE 0.

       01  IMPORTE-PANTALLA PIC 9(13)V99.
       01  IMPORTE-EDITADO PIC $$$$,$$9.99.
       01  TOTAL-EDITADO PIC $$$,$$$,$$$,$$9.99.

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de elecciones de retribucion flexible.
       COPY "copybooks/28-EstadoRetribucionFlexible.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".
      *Estado y nombre del archivo de pedidos de retribucion flexible.
       COPY "copybooks/28-EstadoPedidosFlexible.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Lo que la nomina del periodo desconto por retribucion
      *flexible (lineas FCOM, FTRA, FGUA y FSEG) se pide a cada
      *proveedor en su propio archivo: una linea por empleado y
      *beneficio con la referencia de la eleccion y una de control
      *con recuento y suma para que el proveedor cuadre la factura.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM FIJAR-PERIODO.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ABRIR-INFORME.
           SORT ORDEN-ARCHIVO
               ON ASCENDING KEY ORDEN-PROVEEDOR
                                ORDEN-TIPO
                                ORDEN-ID
               INPUT PROCEDURE IS CARGAR-BENEFICIOS
               OUTPUT PROCEDURE IS GENERAR-PEDIDOS.
           PERFORM IMPRIMIR-CONTROL.
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY " ".
           DISPLAY "Periodo pedido: " PERIODO-9.
           DISPLAY "Proveedores con pedido: " CONT-PROVEEDORES.
           DISPLAY "Lineas pedidas: " CONT-LINEAS.
           DISPLAY "Sin proveedor en la eleccion: " CONT-SIN-PROVEEDOR.
           DISPLAY "Archivos generados: PEDIDO_FLEX_<proveedor>.TXT".
           GOBACK.

       FIJAR-PERIODO.
      *Paso de la cadena nocturna, sin preguntas: se pide el
      *mes de la fecha de negocio.
           COMPUTE PERIODO-9 = FECHA-DE-HOY / 100.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "S" TO EMPLEADOS-DISPONIBLES.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO EMPLEADOS-DISPONIBLES.
           MOVE "S" TO FLEXIBLE-DISPONIBLE.
           OPEN INPUT RETRIBUCION-FLEXIBLE-ARCHIVO.
           IF RETRIBUCION-FLEXIBLE-STATUS NOT = "00"
               MOVE "N" TO FLEXIBLE-DISPONIBLE.

       PROCEDIMIENTO-DE-CIERRE.
           IF EMPLEADOS-DISPONIBLES = "S"
               CLOSE EMPLEADOS-ARCHIVO.
           IF FLEXIBLE-DISPONIBLE = "S"
               CLOSE RETRIBUCION-FLEXIBLE-ARCHIVO.

       CARGAR-BENEFICIOS.
           MOVE "N" TO FIN-LECTURA.
           OPEN INPUT RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS NOT = "00"
               DISPLAY "No hay historico de resultados de nomina."
               MOVE "S" TO FIN-LECTURA.
           PERFORM LEER-RESULTADO
           UNTIL FIN-LECTURA = "S".
           IF RESULTADOS-NOMINA-STATUS NOT = "35"
               CLOSE RESULTADOS-NOMINA-ARCHIVO.

       LEER-RESULTADO.
           READ RESULTADOS-NOMINA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N" AND RESNOM-ANIO-MES = PERIODO-9 AND
              RESNOM-PASADA-NOMINA AND
              (RESNOM-CONCEPTO = "FCOM" OR RESNOM-CONCEPTO = "FTRA" OR
               RESNOM-CONCEPTO = "FGUA" OR RESNOM-CONCEPTO = "FSEG")
               PERFORM ENVIAR-BENEFICIO-AL-SORT.

       ENVIAR-BENEFICIO-AL-SORT.
      *La nomina guarda el beneficio en negativo porque reduce el
      *dinero cobrado; al proveedor se le pide en positivo.
           IF RESNOM-CONCEPTO = "FCOM"
               MOVE "C" TO TIPO-BENEFICIO.
           IF RESNOM-CONCEPTO = "FTRA"
               MOVE "T" TO TIPO-BENEFICIO.
           IF RESNOM-CONCEPTO = "FGUA"
               MOVE "G" TO TIPO-BENEFICIO.
           IF RESNOM-CONCEPTO = "FSEG"
               MOVE "S" TO TIPO-BENEFICIO.
           MOVE SPACE TO ORDEN-REGISTRO.
           MOVE TIPO-BENEFICIO TO ORDEN-TIPO.
           MOVE RESNOM-EMPLEADOS-ID TO ORDEN-ID.
           COMPUTE ORDEN-IMPORTE = (0 - RESNOM-IMPORTE) * 100.
           PERFORM BUSCAR-ELECCION.
           IF ORDEN-PROVEEDOR = SPACE
               ADD 1 TO CONT-SIN-PROVEEDOR
               DISPLAY "Aviso: el empleado " RESNOM-EMPLEADOS-ID
                       " no tiene proveedor para el beneficio "
                       TIPO-BENEFICIO ", no se pide."
           ELSE
               PERFORM BUSCAR-EMPLEADO
               MOVE NIF-EMPLEADO TO ORDEN-NIF
               MOVE NOMBRE-EMPLEADO TO ORDEN-NOMBRE
               RELEASE ORDEN-REGISTRO.

       BUSCAR-ELECCION.
      *Proveedor y referencia de la eleccion vigente del ejercicio.
           IF FLEXIBLE-DISPONIBLE = "S"
               MOVE RESNOM-EMPLEADOS-ID TO RETFLEX-EMPLEADOS-ID
               MOVE PERIODO-ANIO TO RETFLEX-EJERCICIO
               MOVE TIPO-BENEFICIO TO RETFLEX-TIPO
               READ RETRIBUCION-FLEXIBLE-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RETFLEX-PROVEEDOR TO ORDEN-PROVEEDOR
                       MOVE RETFLEX-REFERENCIA TO ORDEN-REFERENCIA
               END-READ.

       BUSCAR-EMPLEADO.
           MOVE SPACE TO NIF-EMPLEADO.
           MOVE SPACE TO NOMBRE-EMPLEADO.
           IF EMPLEADOS-DISPONIBLES = "S"
               MOVE RESNOM-EMPLEADOS-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE "NO ESTA EN EL MAESTRO"
                           TO NOMBRE-EMPLEADO
                   NOT INVALID KEY
                       MOVE EMPLEADOS-NIF TO NIF-EMPLEADO
                       STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              EMPLEADOS-APELLIDOS DELIMITED BY "  "
                           INTO NOMBRE-EMPLEADO
               END-READ.

       GENERAR-PEDIDOS.
           MOVE "N" TO FIN-ORDEN.
           PERFORM DEVOLVER-SIGUIENTE-BENEFICIO.
           PERFORM EMITIR-BENEFICIO
           UNTIL FIN-ORDEN = "S".
           IF PROVEEDOR-EN-CURSO NOT = SPACE
               PERFORM CERRAR-PEDIDO-PROVEEDOR.

       DEVOLVER-SIGUIENTE-BENEFICIO.
           RETURN ORDEN-ARCHIVO
               AT END
                   MOVE "S" TO FIN-ORDEN
           END-RETURN.

       EMITIR-BENEFICIO.
           IF ORDEN-PROVEEDOR NOT = PROVEEDOR-EN-CURSO
               IF PROVEEDOR-EN-CURSO NOT = SPACE
                   PERFORM CERRAR-PEDIDO-PROVEEDOR
               END-IF
               PERFORM ABRIR-PEDIDO-PROVEEDOR.
           MOVE SPACE TO PEDIDO-FLEXIBLE-REGISTRO.
           MOVE "D" TO PEDIDO-FLEXIBLE-TIPO.
           MOVE ORDEN-PROVEEDOR TO PEDIDO-FLEXIBLE-PROVEEDOR.
           MOVE PERIODO-9 TO PEDIDO-FLEXIBLE-PERIODO.
           MOVE ORDEN-TIPO TO PEDIDO-FLEXIBLE-BENEFICIO.
           MOVE ORDEN-ID TO PEDIDO-FLEXIBLE-ID.
           MOVE ORDEN-NIF TO PEDIDO-FLEXIBLE-NIF.
           MOVE ORDEN-REFERENCIA TO PEDIDO-FLEXIBLE-REFERENCIA.
           MOVE ORDEN-IMPORTE TO PEDIDO-FLEXIBLE-IMPORTE.
           WRITE PEDIDO-FLEXIBLE-REGISTRO.
           ADD 1 TO CONT-LINEAS-PROVEEDOR.
           ADD 1 TO CONT-LINEAS.
           ADD ORDEN-IMPORTE TO TOTAL-PROVEEDOR.
           PERFORM IMPRIMIR-BENEFICIO.
           PERFORM DEVOLVER-SIGUIENTE-BENEFICIO.

       ABRIR-PEDIDO-PROVEEDOR.
           MOVE ORDEN-PROVEEDOR TO PROVEEDOR-EN-CURSO.
           MOVE ZERO TO CONT-LINEAS-PROVEEDOR.
           MOVE ZERO TO TOTAL-PROVEEDOR.
           MOVE SPACE TO PEDIDOS-FLEXIBLE-NOMBRE.
           STRING "PEDIDO_FLEX_" DELIMITED BY SIZE
                  PROVEEDOR-EN-CURSO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO PEDIDOS-FLEXIBLE-NOMBRE.
           OPEN OUTPUT PEDIDOS-FLEXIBLE-ARCHIVO.
           ADD 1 TO CONT-PROVEEDORES.
           MOVE SPACE TO INFORME-LINEA.
           STRING "PROVEEDOR " DELIMITED BY SIZE
                  PROVEEDOR-EN-CURSO DELIMITED BY SIZE
                  "  ARCHIVO " DELIMITED BY SIZE
                  PEDIDOS-FLEXIBLE-NOMBRE DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       CERRAR-PEDIDO-PROVEEDOR.
           MOVE SPACE TO PEDIDO-FLEXIBLE-TOTAL-REGISTRO.
           MOVE "T" TO PEDIDO-FLEXIBLE-TOTAL-TIPO.
           MOVE PROVEEDOR-EN-CURSO TO PEDIDO-FLEXIBLE-TOTAL-PROVEEDOR.
           MOVE PERIODO-9 TO PEDIDO-FLEXIBLE-TOTAL-PERIODO.
           MOVE CONT-LINEAS-PROVEEDOR TO PEDIDO-FLEXIBLE-TOTAL-LINEAS.
           MOVE TOTAL-PROVEEDOR TO PEDIDO-FLEXIBLE-TOTAL-IMPORTE.
           WRITE PEDIDO-FLEXIBLE-TOTAL-REGISTRO.
           CLOSE PEDIDOS-FLEXIBLE-ARCHIVO.
           ADD TOTAL-PROVEEDOR TO TOTAL-GENERAL.
           MOVE SPACE TO INFORME-LINEA.
           COMPUTE IMPORTE-PANTALLA = TOTAL-PROVEEDOR / 100.
           MOVE IMPORTE-PANTALLA TO TOTAL-EDITADO.
           MOVE CONT-LINEAS-PROVEEDOR TO CONT-EDITADO.
           STRING "       TOTAL PROVEEDOR " DELIMITED BY SIZE
                  PROVEEDOR-EN-CURSO DELIMITED BY SIZE
                  " LINEAS " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  " IMPORTE " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-BENEFICIO.
           COMPUTE IMPORTE-PANTALLA = ORDEN-IMPORTE / 100.
           MOVE IMPORTE-PANTALLA TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   " DELIMITED BY SIZE
                  ORDEN-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDEN-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDEN-NOMBRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "       REFERENCIA " DELIMITED BY SIZE
                  ORDEN-REFERENCIA DELIMITED BY SIZE
                  "  NIF " DELIMITED BY SIZE
                  ORDEN-NIF DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-CONTROL.
      *Totales de control de todos los pedidos del periodo, que son
      *la suma de las lineas T de cada archivo.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-PROVEEDORES TO CONT-EDITADO.
           STRING "PROVEEDORES CON PEDIDO:     " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-LINEAS TO CONT-EDITADO.
           STRING "LINEAS PEDIDAS:             " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           COMPUTE IMPORTE-PANTALLA = TOTAL-GENERAL / 100.
           MOVE IMPORTE-PANTALLA TO TOTAL-EDITADO.
           STRING "TOTAL A FACTURAR:           " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           IF CONT-SIN-PROVEEDOR > 0
               MOVE SPACE TO INFORME-LINEA
               MOVE CONT-SIN-PROVEEDOR TO CONT-EDITADO
               STRING "AVISO: BENEFICIOS SIN PROVEEDOR, NO PEDIDOS: "
                      DELIMITED BY SIZE
                      CONT-EDITADO DELIMITED BY SIZE
                   INTO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
               DISPLAY INFORME-LINEA.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_PEDIDOS_FLEXIBLE.TXT" TO INFORME-NOMBRE.
           MOVE "PEDIDOS-RETRIBUCION-FLEXIBLE" TO INFORME-PROGRAMA.
           MOVE "PEDIDOS DE RETRIBUCION FLEXIBLE DEL PERIODO"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "PERIODO " DELIMITED BY SIZE
                  PERIODO-9 DELIMITED BY SIZE
                  "   BENEFICIO / EMPLEADO / IMPORTE"
                  DELIMITED BY SIZE
               INTO INFORME-LINEA.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-LINEA.
           MOVE "L" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       CERRAR-INFORME.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM PEDIDOS-RETRIBUCION-FLEXIBLE.

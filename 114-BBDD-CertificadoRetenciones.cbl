       COPY "copybooks/28-PhFile.cbl".
      *Archivo de acumulados anuales por empleado.
       COPY "copybooks/28-PhAcumuladosAnuales.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de acumulados anuales por empleado.
       COPY "copybooks/28-LoAcumuladosAnuales.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  CONT-CERTIFICADOS PIC 9(4) COMP VALUE 0.
       77  CONT-SIN-ACUMULADO PIC 9(4) COMP VALUE 0.
       77  CONT-EDITADO PIC 9(4).
       77  RESULTADOS-DISPONIBLES PIC X VALUE "N".
       77  FIN-RESULTADOS PIC X.
       77  CERTIFICAR-EN-EMPRESA PIC X.
       77  SUB-E PIC 9(2) COMP VALUE 0.
       77  SUB-M PIC 9(2) COMP VALUE 0.
       77  CONT-EMPRESAS-EMPLEADO PIC 9(2) COMP VALUE 0.
       77  POSICION-EMPRESA PIC 9(2) COMP VALUE 0.

       01  EJERCICIO PIC 9(4).
       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
       01  TOTAL-BRUTO-CERTIFICADO PIC S9(11)V99 VALUE 0.
       01  TOTAL-IRPF-CERTIFICADO PIC S9(11)V99 VALUE 0.

      *Con el maestro de empresas cada empresa del grupo emite como
      *pagador los certificados de sus perceptores en
      *CERTIFICADOS_RETENCIONES_<empresa>.TXT. Al empleado trasladado
      *en el ejercicio cada empresa le certifica lo que le pago y
      *retuvo segun el historico de resultados (lineas BRUT, IRPF y
      *SSOC y atrasos de la pasada de regularizacion); la empresa
      *del empleado al cierre del ejercicio certifica ademas el
      *resto hasta los acumulados anuales. Sin historico, o con todo
      *pagado por una sola empresa, lo certifica entero esa empresa.
       01  EMPRESA-CERTIFICADA PIC X(2) VALUE SPACE.
       01  EMPRESA-CIERRE PIC X(2).
       01  EMPRESA-LINEA PIC X(2).
       01  FIN-EJERCICIO PIC 9(8).
       01  MES-DESDE-EJERCICIO PIC 9(6).
       01  MES-HASTA-EJERCICIO PIC 9(6).
       01  CERTIFICADO-BRUTO PIC S9(9)V99.
       01  CERTIFICADO-IRPF PIC S9(9)V99.
       01  CERTIFICADO-SEG-SOCIAL PIC S9(9)V99.
       01  SUMA-BRUTO-EMPRESAS PIC S9(9)V99.
       01  SUMA-IRPF-EMPRESAS PIC S9(9)V99.
       01  SUMA-SEG-SOCIAL-EMPRESAS PIC S9(9)V99.
       01  TABLA-EMPRESAS-EMPLEADO.
           05 EMPCER-FILA OCCURS 20 TIMES.
               10 EMPCER-CODIGO PIC X(2).
               10 EMPCER-BRUTO PIC S9(9)V99.
               10 EMPCER-IRPF PIC S9(9)V99.
               10 EMPCER-SEG-SOCIAL PIC S9(9)V99.
      *Empresas del grupo cargadas del maestro.
       COPY "copybooks/28-LkEmpresas.cbl".

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de acumulados anuales.
       COPY "copybooks/28-EstadoAcumuladosAnuales.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           DISPLAY "Ejercicio del certificado (AAAA): ".
           ACCEPT EJERCICIO.
           COMPUTE FIN-EJERCICIO = EJERCICIO * 10000 + 1231.
           COMPUTE MES-DESDE-EJERCICIO = EJERCICIO * 100 + 1.
           COMPUTE MES-HASTA-EJERCICIO = EJERCICIO * 100 + 12.
           CALL "EMPRESAS-GRUPO" USING GRUPO-PETICION.
           IF GRUPO-EMPRESAS = 0
               PERFORM EMITIR-CERTIFICADOS
           ELSE
               MOVE 1 TO SUB-E
               PERFORM EMITIR-CERTIFICADOS-EMPRESA
               UNTIL SUB-E > GRUPO-EMPRESAS.
           STOP RUN.

       EMITIR-CERTIFICADOS.
           MOVE 0 TO CONT-CERTIFICADOS.
           MOVE 0 TO CONT-SIN-ACUMULADO.
           MOVE 0 TO TOTAL-BRUTO-CERTIFICADO.
           MOVE 0 TO TOTAL-IRPF-CERTIFICADO.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ABRIR-INFORME.
           MOVE "0" TO LEE-TODO.
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM MOSTRAR-CONTROL.

       EMITIR-CERTIFICADOS-EMPRESA.
           MOVE GRUPO-CODIGO (SUB-E) TO EMPRESA-CERTIFICADA.
           PERFORM EMITIR-CERTIFICADOS.
           ADD 1 TO SUB-E.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
                       "anuales, no hay nada que certificar."
               CLOSE EMPLEADOS-ARCHIVO
               STOP RUN.
           MOVE "N" TO RESULTADOS-DISPONIBLES.
           IF EMPRESA-CERTIFICADA NOT = SPACE
               OPEN INPUT RESULTADOS-NOMINA-ARCHIVO
               IF RESULTADOS-NOMINA-STATUS = "00"
                   MOVE "S" TO RESULTADOS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           CLOSE ACUMULADOS-ANUALES-ARCHIVO.
           IF RESULTADOS-DISPONIBLES = "S"
               CLOSE RESULTADOS-NOMINA-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND

       CERTIFICAR-EMPLEADO.
           PERFORM BUSCAR-ACUMULADO-ANUAL.
           MOVE "S" TO CERTIFICAR-EN-EMPRESA.
           IF EMPRESA-CERTIFICADA NOT = SPACE
               PERFORM DETERMINAR-EMPRESA-CIERRE
               IF ACUMULADO-ENCONTRADO = "S"
                   PERFORM REPARTIR-ENTRE-EMPRESAS
               ELSE
                   IF EMPRESA-CIERRE NOT = EMPRESA-CERTIFICADA
                       MOVE "N" TO CERTIFICAR-EN-EMPRESA.
           IF CERTIFICAR-EN-EMPRESA = "S"
               IF ACUMULADO-ENCONTRADO = "S"
                   PERFORM IMPRIMIR-CERTIFICADO
                   ADD 1 TO CONT-CERTIFICADOS
                   ADD CERTIFICADO-BRUTO TO TOTAL-BRUTO-CERTIFICADO
                   ADD CERTIFICADO-IRPF TO TOTAL-IRPF-CERTIFICADO
               ELSE
                   ADD 1 TO CONT-SIN-ACUMULADO.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       DETERMINAR-EMPRESA-CIERRE.
      *Empresa del empleado al cierre del ejercicio: la anterior si
      *el traslado rige despues del 31 de diciembre.
           MOVE EMPLEADOS-EMPRESA TO EMPRESA-LINEA.
           IF EMPLEADOS-EMPRESA-DESDE-X NUMERIC AND
              EMPLEADOS-EMPRESA-ANTERIOR NOT = SPACE
               IF EMPLEADOS-EMPRESA-DESDE > FIN-EJERCICIO
                   MOVE EMPLEADOS-EMPRESA-ANTERIOR TO EMPRESA-LINEA.
           PERFORM VALIDAR-EMPRESA-LINEA.
           MOVE EMPRESA-LINEA TO EMPRESA-CIERRE.

       VALIDAR-EMPRESA-LINEA.
      *En blanco, o fuera del maestro, la empresa es la principal.
           IF EMPRESA-LINEA = SPACE
               MOVE GRUPO-PRINCIPAL TO EMPRESA-LINEA.
           MOVE 1 TO SUB-M.
           PERFORM BUSCAR-EMPRESA-GRUPO
           UNTIL SUB-M > GRUPO-EMPRESAS OR
                 GRUPO-CODIGO (SUB-M) = EMPRESA-LINEA.
           IF SUB-M > GRUPO-EMPRESAS
               MOVE GRUPO-PRINCIPAL TO EMPRESA-LINEA.

       BUSCAR-EMPRESA-GRUPO.
           ADD 1 TO SUB-M.

       REPARTIR-ENTRE-EMPRESAS.
      *Deja en CERTIFICADO-BRUTO, -IRPF y -SEG-SOCIAL la parte del
      *empleado que certifica EMPRESA-CERTIFICADA.
           PERFORM SUMAR-RESULTADOS-EMPRESAS.
           IF CONT-EMPRESAS-EMPLEADO = 1
               MOVE EMPCER-CODIGO (1) TO EMPRESA-CIERRE.
           IF CONT-EMPRESAS-EMPLEADO < 2
               IF EMPRESA-CIERRE NOT = EMPRESA-CERTIFICADA
                   MOVE "N" TO CERTIFICAR-EN-EMPRESA
               END-IF
           ELSE
               PERFORM REPARTIR-PARTES-EMPRESAS.

       REPARTIR-PARTES-EMPRESAS.
           MOVE ZERO TO SUMA-BRUTO-EMPRESAS.
           MOVE ZERO TO SUMA-IRPF-EMPRESAS.
           MOVE ZERO TO SUMA-SEG-SOCIAL-EMPRESAS.
           MOVE 0 TO POSICION-EMPRESA.
           MOVE 1 TO SUB-M.
           PERFORM SUMAR-PARTE-EMPRESA
           UNTIL SUB-M > CONT-EMPRESAS-EMPLEADO.
           MOVE ZERO TO CERTIFICADO-BRUTO.
           MOVE ZERO TO CERTIFICADO-IRPF.
           MOVE ZERO TO CERTIFICADO-SEG-SOCIAL.
           IF EMPRESA-CIERRE = EMPRESA-CERTIFICADA
               PERFORM ASIGNAR-RESTO-AL-CIERRE.
           IF POSICION-EMPRESA > 0
               ADD EMPCER-BRUTO (POSICION-EMPRESA) TO CERTIFICADO-BRUTO
               ADD EMPCER-IRPF (POSICION-EMPRESA) TO CERTIFICADO-IRPF
               ADD EMPCER-SEG-SOCIAL (POSICION-EMPRESA)
                   TO CERTIFICADO-SEG-SOCIAL.
           IF POSICION-EMPRESA = 0 AND CERTIFICADO-BRUTO = 0 AND
              CERTIFICADO-IRPF = 0 AND CERTIFICADO-SEG-SOCIAL = 0
               MOVE "N" TO CERTIFICAR-EN-EMPRESA.

       ASIGNAR-RESTO-AL-CIERRE.
           IF ACUANUAL-BRUTO > SUMA-BRUTO-EMPRESAS
               COMPUTE CERTIFICADO-BRUTO =
                       ACUANUAL-BRUTO - SUMA-BRUTO-EMPRESAS.
           IF ACUANUAL-IRPF > SUMA-IRPF-EMPRESAS
               COMPUTE CERTIFICADO-IRPF =
                       ACUANUAL-IRPF - SUMA-IRPF-EMPRESAS.
           IF ACUANUAL-SEG-SOCIAL > SUMA-SEG-SOCIAL-EMPRESAS
               COMPUTE CERTIFICADO-SEG-SOCIAL =
                       ACUANUAL-SEG-SOCIAL - SUMA-SEG-SOCIAL-EMPRESAS.

       SUMAR-PARTE-EMPRESA.
           ADD EMPCER-BRUTO (SUB-M) TO SUMA-BRUTO-EMPRESAS.
           ADD EMPCER-IRPF (SUB-M) TO SUMA-IRPF-EMPRESAS.
           ADD EMPCER-SEG-SOCIAL (SUB-M) TO SUMA-SEG-SOCIAL-EMPRESAS.
           IF EMPCER-CODIGO (SUB-M) = EMPRESA-CERTIFICADA
               MOVE SUB-M TO POSICION-EMPRESA.
           ADD 1 TO SUB-M.

       SUMAR-RESULTADOS-EMPRESAS.
      *Las lineas del empleado en el historico estan ordenadas por
      *mes: se leen desde enero del ejercicio hasta pasar diciembre.
           MOVE 0 TO CONT-EMPRESAS-EMPLEADO.
           MOVE "S" TO FIN-RESULTADOS.
           IF RESULTADOS-DISPONIBLES = "S"
               MOVE "N" TO FIN-RESULTADOS
               MOVE EMPLEADOS-ID TO RESNOM-EMPLEADOS-ID
               MOVE MES-DESDE-EJERCICIO TO RESNOM-ANIO-MES
               MOVE LOW-VALUES TO RESNOM-PASADA
               MOVE ZERO TO RESNOM-LINEA
               START RESULTADOS-NOMINA-ARCHIVO
                   KEY IS NOT LESS THAN RESNOM-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-RESULTADOS
               END-START.
           PERFORM LEER-RESULTADO-EJERCICIO
           UNTIL FIN-RESULTADOS = "S".

       LEER-RESULTADO-EJERCICIO.
           READ RESULTADOS-NOMINA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-RESULTADOS
           END-READ.
           IF FIN-RESULTADOS = "N"
               IF RESNOM-EMPLEADOS-ID NOT = EMPLEADOS-ID OR
                  RESNOM-ANIO-MES > MES-HASTA-EJERCICIO
                   MOVE "S" TO FIN-RESULTADOS
               ELSE
                   IF RESNOM-CONCEPTO = "BRUT" OR "IRPF" OR "SSOC" OR
                      (RESNOM-CONCEPTO = "ATRA" AND
                       RESNOM-PASADA-RETRO)
                       PERFORM SUMAR-RESULTADO-EMPRESA.

       SUMAR-RESULTADO-EMPRESA.
           MOVE RESNOM-EMPRESA TO EMPRESA-LINEA.
           PERFORM VALIDAR-EMPRESA-LINEA.
           MOVE 0 TO POSICION-EMPRESA.
           MOVE 1 TO SUB-M.
           PERFORM BUSCAR-EMPRESA-EMPLEADO
           UNTIL SUB-M > CONT-EMPRESAS-EMPLEADO OR
                 POSICION-EMPRESA > 0.
           IF POSICION-EMPRESA = 0
               ADD 1 TO CONT-EMPRESAS-EMPLEADO
               MOVE CONT-EMPRESAS-EMPLEADO TO POSICION-EMPRESA
               MOVE EMPRESA-LINEA TO EMPCER-CODIGO (POSICION-EMPRESA)
               MOVE ZERO TO EMPCER-BRUTO (POSICION-EMPRESA)
               MOVE ZERO TO EMPCER-IRPF (POSICION-EMPRESA)
               MOVE ZERO TO EMPCER-SEG-SOCIAL (POSICION-EMPRESA).
           IF RESNOM-CONCEPTO = "IRPF"
               ADD RESNOM-IMPORTE TO EMPCER-IRPF (POSICION-EMPRESA)
           ELSE
               IF RESNOM-CONCEPTO = "SSOC"
                   ADD RESNOM-IMPORTE
                       TO EMPCER-SEG-SOCIAL (POSICION-EMPRESA)
               ELSE
                   ADD RESNOM-IMPORTE
                       TO EMPCER-BRUTO (POSICION-EMPRESA).

       BUSCAR-EMPRESA-EMPLEADO.
           IF EMPCER-CODIGO (SUB-M) = EMPRESA-LINEA
               MOVE SUB-M TO POSICION-EMPRESA.
           ADD 1 TO SUB-M.

       BUSCAR-ACUMULADO-ANUAL.
           MOVE "N" TO ACUMULADO-ENCONTRADO.
           MOVE EMPLEADOS-ID TO ACUANUAL-EMPLEADOS-ID.
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ACUMULADO-ENCONTRADO
                   MOVE ACUANUAL-BRUTO TO CERTIFICADO-BRUTO
                   MOVE ACUANUAL-IRPF TO CERTIFICADO-IRPF
                   MOVE ACUANUAL-SEG-SOCIAL TO CERTIFICADO-SEG-SOCIAL
           END-READ.

       IMPRIMIR-CERTIFICADO.
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           IF EMPRESA-CERTIFICADA NOT = SPACE
               PERFORM IMPRIMIR-PAGADOR.
           MOVE SPACE TO INFORME-LINEA.
           STRING "PERCEPTOR: " DELIMITED BY SIZE
                  EMPLEADOS-NOMBRE DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE CERTIFICADO-BRUTO TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL PERCEPCIONES INTEGRAS: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CERTIFICADO-IRPF TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL RETENCIONES IRPF:      " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE CERTIFICADO-SEG-SOCIAL TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "COTIZACIONES SEG. SOCIAL:    " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-PAGADOR.
           MOVE SPACE TO INFORME-LINEA.
           STRING "PAGADOR: " DELIMITED BY SIZE
                  GRUPO-NOMBRE (SUB-E) DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "CIF: " DELIMITED BY SIZE
                  GRUPO-CIF (SUB-E) DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM IMPRIMIR-LINEA-BLANCA.

       IMPRIMIR-LINEA-BLANCA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "CERTIFICADOS_RETENCIONES.TXT" TO INFORME-NOMBRE.
           IF EMPRESA-CERTIFICADA NOT = SPACE
               MOVE SPACE TO INFORME-NOMBRE
               STRING "CERTIFICADOS_RETENCIONES_" DELIMITED BY SIZE
                      EMPRESA-CERTIFICADA DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                   INTO INFORME-NOMBRE.
           MOVE "CERTIFICADO-RETENCIONES" TO INFORME-PROGRAMA.
           MOVE "CERTIFICADOS DE RETENCIONES" TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           IF EMPRESA-CERTIFICADA NOT = SPACE
               PERFORM IMPRIMIR-TOTALES-EMPRESA.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-TOTALES-EMPRESA.
      *Totales de control de la empresa pagadora.
           MOVE SPACE TO INFORME-LINEA.
           STRING "PAGADOR: " DELIMITED BY SIZE
                  EMPRESA-CERTIFICADA DELIMITED BY SIZE
                  " CIF " DELIMITED BY SIZE
                  GRUPO-CIF (SUB-E) DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE TOTAL-BRUTO-CERTIFICADO TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL BRUTO CERTIFICADO: " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE TOTAL-IRPF-CERTIFICADO TO IMPORTE-EDITADO.
           MOVE SPACE TO INFORME-LINEA.
           STRING "TOTAL IRPF CERTIFICADO:  " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       MOSTRAR-CONTROL.
      *Listado de control de la emision, para archivar junto a los
      *certificados entregados.
           DISPLAY " ".
           DISPLAY "CONTROL DE CERTIFICADOS DE RETENCIONES".
           DISPLAY "Ejercicio:                 " EJERCICIO.
           IF EMPRESA-CERTIFICADA NOT = SPACE
               DISPLAY "Empresa pagadora:          " EMPRESA-CERTIFICADA
                       " CIF " GRUPO-CIF (SUB-E).
           DISPLAY "Certificados emitidos:     " CONT-CERTIFICADOS.
           DISPLAY "Empleados sin acumulado:   " CONT-SIN-ACUMULADO.
           MOVE TOTAL-BRUTO-CERTIFICADO TO IMPORTE-EDITADO.

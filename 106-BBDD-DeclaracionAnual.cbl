       COPY "copybooks/28-PhBajas.cbl".
      *Archivo de acumulados anuales por empleado.
       COPY "copybooks/28-PhAcumuladosAnuales.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-PhResultadosNomina.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoBajas.cbl".
      *Archivo de acumulados anuales por empleado.
       COPY "copybooks/28-LoAcumuladosAnuales.cbl".
      *Archivo historico de resultados de nomina.
       COPY "copybooks/28-LoResultadosNomina.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  ACUMULADOS-DISPONIBLES PIC X VALUE "N".
       77  ACUMULADO-ENCONTRADO PIC X.
       77  CONT-POR-ACUMULADO PIC 9(4) COMP VALUE 0.
       77  RESULTADOS-DISPONIBLES PIC X VALUE "N".
       77  FIN-RESULTADOS PIC X.
       77  CONT-LINEAS-PLAN PIC 9(9) VALUE 0.
       77  SUB-E PIC 9(2) COMP VALUE 0.
       77  SUB-M PIC 9(2) COMP VALUE 0.
       77  CONT-EMPRESAS-EMPLEADO PIC 9(2) COMP VALUE 0.
       77  POSICION-EMPRESA PIC 9(2) COMP VALUE 0.
       77  DECLARAR-EN-EMPRESA PIC X.

       77  EJERCICIO PIC 9(4).
       01  CAMBIO-ANIO-MES PIC 9(6).
       01  PRIMER-CAMBIO-VISTO PIC X.
       01  REMUNERACION-ANUAL PIC S9(11)V99.
       01  IMPORTE-CENTIMOS PIC 9(13).
       01  IMPORTE-LINEA PIC 9(13).
       01  TOTAL-DECLARADO PIC 9(15) VALUE 0.

      *Aportaciones al plan de pensiones de empleo del ejercicio,
      *sumadas de las lineas PPTR y PPEM del historico de resultados
      *de nomina, que se declaran en su propia linea.
       01  PLAN-TRABAJADOR-ANUAL PIC 9(13).
       01  PLAN-EMPRESA-ANUAL PIC 9(13).
       01  MES-DESDE-EJERCICIO PIC 9(6).
       01  MES-HASTA-EJERCICIO PIC 9(6).
       01  TOTAL-PLAN-TRABAJADOR PIC 9(15) VALUE 0.
       01  TOTAL-PLAN-EMPRESA PIC 9(15) VALUE 0.
       01  TOTAL-PANTALLA PIC 9(13)V99.

      *Con el maestro de empresas, ademas del extracto consolidado
      *cada empresa del grupo declara a sus empleados en
      *DECLARACION_ANUAL_<empresa>.TXT. Al empleado trasladado en el
      *ejercicio cada empresa le declara lo que le pago segun el
      *historico de resultados (lineas BRUT de nomina y paga extra y
      *atrasos de la pasada de regularizacion); la empresa del
      *empleado al cierre del ejercicio declara ademas el resto
      *hasta la remuneracion anual. Sin historico, o con todo pagado
      *por una sola empresa, la declara entera esa empresa.
       01  EMPRESA-DECLARADA PIC X(2).
       01  EMPRESA-CIERRE PIC X(2).
       01  EMPRESA-LINEA PIC X(2).
       01  CIF-DECLARANTE PIC X(9).
       01  FIN-EJERCICIO PIC 9(8).
       01  RESTO-REMUNERACION PIC S9(13).
       01  TOTAL-BRUTO-EMPRESAS PIC 9(13).
       01  TABLA-EMPRESAS-EMPLEADO.
           05 EMPDEC-FILA OCCURS 20 TIMES.
               10 EMPDEC-CODIGO PIC X(2).
               10 EMPDEC-BRUTO PIC 9(13).
               10 EMPDEC-PLAN-TRABAJADOR PIC 9(13).
               10 EMPDEC-PLAN-EMPRESA PIC 9(13).
      *Empresas del grupo cargadas del maestro.
       COPY "copybooks/28-LkEmpresas.cbl".
       01  TOTAL-EDITADO PIC $$$,$$$,$$$,$$9.99.

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoBajas.cbl".
      *Estado del archivo de acumulados anuales.
       COPY "copybooks/28-EstadoAcumuladosAnuales.cbl".
      *Estado del archivo historico de resultados de nomina.
       COPY "copybooks/28-EstadoResultadosNomina.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           DISPLAY "Ejercicio a declarar (AAAA): ".
           ACCEPT EJERCICIO.
           COMPUTE MES-DESDE-EJERCICIO = EJERCICIO * 100 + 1.
           COMPUTE MES-HASTA-EJERCICIO = EJERCICIO * 100 + 12.
           COMPUTE FIN-EJERCICIO = EJERCICIO * 10000 + 1231.
           PERFORM CARGAR-CAMBIOS-DEL-EJERCICIO.
           PERFORM CARGAR-BAJAS-TRAMITADAS.
           CALL "EMPRESAS-GRUPO" USING GRUPO-PETICION.
           MOVE SPACE TO EMPRESA-DECLARADA.
           MOVE SPACE TO CIF-DECLARANTE.
           PERFORM DECLARAR-EJERCICIO.
           MOVE 1 TO SUB-E.
           PERFORM DECLARAR-EJERCICIO-EMPRESA
           UNTIL SUB-E > GRUPO-EMPRESAS.
           STOP RUN.

       DECLARAR-EJERCICIO.
           MOVE 0 TO CONT-DECLARADOS.
           MOVE 0 TO CONT-POR-ACUMULADO.
           MOVE 0 TO CONT-LINEAS-PLAN.
           MOVE 0 TO TOTAL-DECLARADO.
           MOVE 0 TO TOTAL-PLAN-TRABAJADOR.
           MOVE 0 TO TOTAL-PLAN-EMPRESA.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM ESCRIBIR-COLA-DECLARACION.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM IMPRIMIR-RESUMEN-DE-FIRMA.

       DECLARAR-EJERCICIO-EMPRESA.
           MOVE GRUPO-CODIGO (SUB-E) TO EMPRESA-DECLARADA.
           MOVE GRUPO-CIF (SUB-E) TO CIF-DECLARANTE.
           MOVE SPACE TO DECLARACION-FICHERO.
           STRING "DECLARACION_ANUAL_" DELIMITED BY SIZE
                  EMPRESA-DECLARADA DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO DECLARACION-FICHERO.
           PERFORM DECLARAR-EJERCICIO.
           ADD 1 TO SUB-E.

       CARGAR-CAMBIOS-DEL-EJERCICIO.
           OPEN INPUT HISTORIAL-SALARIOS.
           OPEN INPUT ACUMULADOS-ANUALES-ARCHIVO.
           IF ACUMULADOS-ANUALES-STATUS = "35"
               MOVE "N" TO ACUMULADOS-DISPONIBLES.
      *Sin historico de resultados no hay aportaciones al plan de
      *pensiones que declarar.
           MOVE "S" TO RESULTADOS-DISPONIBLES.
           OPEN INPUT RESULTADOS-NOMINA-ARCHIVO.
           IF RESULTADOS-NOMINA-STATUS = "35"
               MOVE "N" TO RESULTADOS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-DECLARACION.
           IF ACUMULADOS-DISPONIBLES = "S"
               CLOSE ACUMULADOS-ANUALES-ARCHIVO.
           IF RESULTADOS-DISPONIBLES = "S"
               CLOSE RESULTADOS-NOMINA-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
           PERFORM BUSCAR-ACUMULADO-ANUAL.
           IF ACUMULADO-ENCONTRADO = "S"
               MOVE ACUANUAL-BRUTO TO REMUNERACION-ANUAL
               PERFORM ESCRIBIR-LINEA-DECLARACION
           ELSE
               PERFORM SITUAR-EMPLEADO-EN-EJERCICIO
               PERFORM BUSCAR-BAJA-DEL-EMPLEADO
               IF POSICION-BUSQUEDA = 0
                   MOVE "F" TO SITUACION-EN-EJERCICIO
                   IF EMPRESA-DECLARADA = SPACE
                       DISPLAY "Inactivo sin baja registrada, no se "
                               "declara: " EMPLEADOS-ID
                   END-IF
               ELSE
                   COMPUTE BAJA-ANIO-MES =
                           BAJA-FILA-FECHA (POSICION-BUSQUEDA) / 100
           ADD 1 TO SUB-MES.

       ESCRIBIR-LINEA-DECLARACION.
           COMPUTE IMPORTE-CENTIMOS = REMUNERACION-ANUAL * 100.
           PERFORM SUMAR-APORTACIONES-PLAN.
           MOVE "S" TO DECLARAR-EN-EMPRESA.
           IF EMPRESA-DECLARADA NOT = SPACE
               PERFORM REPARTIR-ENTRE-EMPRESAS.
           IF DECLARAR-EN-EMPRESA = "S"
               PERFORM ESCRIBIR-DETALLE-DECLARACION.

       ESCRIBIR-DETALLE-DECLARACION.
           IF ACUMULADO-ENCONTRADO = "S"
               ADD 1 TO CONT-POR-ACUMULADO.
           MOVE SPACE TO DECLARACION-REGISTRO.
           MOVE "D" TO DECLARACION-TIPO.
           MOVE EMPLEADOS-NIF TO DECLARACION-NIF.
           MOVE EMPLEADOS-ID TO DECLARACION-EMPLEADOS-ID.
           MOVE EMPLEADOS-NOMBRE TO DECLARACION-NOMBRE.
           MOVE EMPLEADOS-APELLIDOS TO DECLARACION-APELLIDOS.
           MOVE IMPORTE-CENTIMOS TO DECLARACION-ANUAL.
           WRITE DECLARACION-REGISTRO.
           PERFORM COMPROBAR-ESTADO-DECLARACION.
           ADD 1 TO CONT-DECLARADOS.
           ADD IMPORTE-CENTIMOS TO TOTAL-DECLARADO.
           IF PLAN-TRABAJADOR-ANUAL > 0 OR PLAN-EMPRESA-ANUAL > 0
               PERFORM ESCRIBIR-LINEA-PLAN.

       REPARTIR-ENTRE-EMPRESAS.
      *Deja en IMPORTE-CENTIMOS y en las aportaciones al plan la
      *parte del empleado que declara EMPRESA-DECLARADA.
           MOVE GRUPO-PRINCIPAL TO EMPRESA-CIERRE.
           IF EMPLEADOS-EMPRESA NOT = SPACE
               MOVE EMPLEADOS-EMPRESA TO EMPRESA-CIERRE.
           IF EMPLEADOS-EMPRESA-DESDE-X NUMERIC AND
              EMPLEADOS-EMPRESA-ANTERIOR NOT = SPACE
               IF EMPLEADOS-EMPRESA-DESDE > FIN-EJERCICIO
                   MOVE EMPLEADOS-EMPRESA-ANTERIOR TO EMPRESA-CIERRE.
           MOVE EMPRESA-CIERRE TO EMPRESA-LINEA.
           PERFORM VALIDAR-EMPRESA-LINEA.
           MOVE EMPRESA-LINEA TO EMPRESA-CIERRE.
           IF CONT-EMPRESAS-EMPLEADO = 1
               MOVE EMPDEC-CODIGO (1) TO EMPRESA-CIERRE.
           IF CONT-EMPRESAS-EMPLEADO < 2
               IF EMPRESA-CIERRE = EMPRESA-DECLARADA
                   MOVE "S" TO DECLARAR-EN-EMPRESA
               ELSE
                   MOVE "N" TO DECLARAR-EN-EMPRESA
               END-IF
           ELSE
               PERFORM REPARTIR-PARTES-EMPRESAS.

       REPARTIR-PARTES-EMPRESAS.
           MOVE ZERO TO TOTAL-BRUTO-EMPRESAS.
           MOVE 0 TO POSICION-EMPRESA.
           MOVE 1 TO SUB-M.
           PERFORM SUMAR-PARTE-EMPRESA
           UNTIL SUB-M > CONT-EMPRESAS-EMPLEADO.
           COMPUTE RESTO-REMUNERACION =
                   IMPORTE-CENTIMOS - TOTAL-BRUTO-EMPRESAS.
           IF RESTO-REMUNERACION < 0 OR
              EMPRESA-CIERRE NOT = EMPRESA-DECLARADA
               MOVE ZERO TO RESTO-REMUNERACION.
           MOVE RESTO-REMUNERACION TO IMPORTE-CENTIMOS.
           MOVE ZERO TO PLAN-TRABAJADOR-ANUAL.
           MOVE ZERO TO PLAN-EMPRESA-ANUAL.
           IF POSICION-EMPRESA > 0
               ADD EMPDEC-BRUTO (POSICION-EMPRESA) TO IMPORTE-CENTIMOS
               MOVE EMPDEC-PLAN-TRABAJADOR (POSICION-EMPRESA)
                   TO PLAN-TRABAJADOR-ANUAL
               MOVE EMPDEC-PLAN-EMPRESA (POSICION-EMPRESA)
                   TO PLAN-EMPRESA-ANUAL.
           MOVE "N" TO DECLARAR-EN-EMPRESA.
           IF POSICION-EMPRESA > 0 OR RESTO-REMUNERACION > 0
               MOVE "S" TO DECLARAR-EN-EMPRESA.

       SUMAR-PARTE-EMPRESA.
           ADD EMPDEC-BRUTO (SUB-M) TO TOTAL-BRUTO-EMPRESAS.
           IF EMPDEC-CODIGO (SUB-M) = EMPRESA-DECLARADA
               MOVE SUB-M TO POSICION-EMPRESA.
           ADD 1 TO SUB-M.

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

       SUMAR-APORTACIONES-PLAN.
      *Las lineas del empleado en el historico estan ordenadas por
      *mes: se leen desde enero del ejercicio hasta pasar diciembre.
      *En las pasadas por empresa se reparte ademas lo pagado por
      *cada empresa del grupo.
           MOVE ZERO TO PLAN-TRABAJADOR-ANUAL.
           MOVE ZERO TO PLAN-EMPRESA-ANUAL.
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
                   COMPUTE IMPORTE-LINEA = RESNOM-IMPORTE * 100
                   IF RESNOM-CONCEPTO = "PPTR"
                       ADD IMPORTE-LINEA TO PLAN-TRABAJADOR-ANUAL
                   END-IF
                   IF RESNOM-CONCEPTO = "PPEM"
                       ADD IMPORTE-LINEA TO PLAN-EMPRESA-ANUAL
                   END-IF
                   IF EMPRESA-DECLARADA NOT = SPACE
                       PERFORM SUMAR-RESULTADO-EMPRESA.

       SUMAR-RESULTADO-EMPRESA.
           IF RESNOM-CONCEPTO = "BRUT" OR "PPTR" OR "PPEM" OR
              (RESNOM-CONCEPTO = "ATRA" AND RESNOM-PASADA-RETRO)
               MOVE RESNOM-EMPRESA TO EMPRESA-LINEA
               PERFORM VALIDAR-EMPRESA-LINEA
               MOVE 0 TO POSICION-EMPRESA
               MOVE 1 TO SUB-M
               PERFORM BUSCAR-EMPRESA-EMPLEADO
               UNTIL SUB-M > CONT-EMPRESAS-EMPLEADO OR
                     POSICION-EMPRESA > 0
               IF POSICION-EMPRESA = 0
                   ADD 1 TO CONT-EMPRESAS-EMPLEADO
                   MOVE CONT-EMPRESAS-EMPLEADO TO POSICION-EMPRESA
                   MOVE EMPRESA-LINEA
                       TO EMPDEC-CODIGO (POSICION-EMPRESA)
                   MOVE ZERO TO EMPDEC-BRUTO (POSICION-EMPRESA)
                   MOVE ZERO
                       TO EMPDEC-PLAN-TRABAJADOR (POSICION-EMPRESA)
                   MOVE ZERO TO EMPDEC-PLAN-EMPRESA (POSICION-EMPRESA)
               END-IF
               IF RESNOM-CONCEPTO = "PPTR"
                   ADD IMPORTE-LINEA
                       TO EMPDEC-PLAN-TRABAJADOR (POSICION-EMPRESA)
               ELSE
                   IF RESNOM-CONCEPTO = "PPEM"
                       ADD IMPORTE-LINEA
                           TO EMPDEC-PLAN-EMPRESA (POSICION-EMPRESA)
                   ELSE
                       ADD IMPORTE-LINEA
                           TO EMPDEC-BRUTO (POSICION-EMPRESA).

       BUSCAR-EMPRESA-EMPLEADO.
           IF EMPDEC-CODIGO (SUB-M) = EMPRESA-LINEA
               MOVE SUB-M TO POSICION-EMPRESA.
           ADD 1 TO SUB-M.

       ESCRIBIR-LINEA-PLAN.
           MOVE SPACE TO DECLARACION-PLAN-REGISTRO.
           MOVE "P" TO DECLARACION-PLAN-TIPO.
           MOVE EMPLEADOS-NIF TO DECLARACION-PLAN-NIF.
           MOVE EMPLEADOS-ID TO DECLARACION-PLAN-EMPLEADOS-ID.
           MOVE PLAN-TRABAJADOR-ANUAL TO DECLARACION-PLAN-TRABAJADOR.
           MOVE PLAN-EMPRESA-ANUAL TO DECLARACION-PLAN-EMPRESA.
           WRITE DECLARACION-PLAN-REGISTRO.
           PERFORM COMPROBAR-ESTADO-DECLARACION.
           ADD 1 TO CONT-LINEAS-PLAN.
           ADD PLAN-TRABAJADOR-ANUAL TO TOTAL-PLAN-TRABAJADOR.
           ADD PLAN-EMPRESA-ANUAL TO TOTAL-PLAN-EMPRESA.

       ESCRIBIR-COLA-DECLARACION.
           MOVE SPACE TO DECLARACION-COLA-REGISTRO.
           MOVE "T" TO DECLARACION-COLA-TIPO.
           MOVE CONT-DECLARADOS TO DECLARACION-COLA-REGISTROS.
           MOVE TOTAL-DECLARADO TO DECLARACION-COLA-TOTAL.
           MOVE CONT-LINEAS-PLAN TO DECLARACION-COLA-LINEAS-PLAN.
           MOVE TOTAL-PLAN-TRABAJADOR
               TO DECLARACION-COLA-PLAN-TRABAJADOR.
           MOVE TOTAL-PLAN-EMPRESA TO DECLARACION-COLA-PLAN-EMPRESA.
           MOVE CIF-DECLARANTE TO DECLARACION-COLA-CIF.
           WRITE DECLARACION-COLA-REGISTRO.
           PERFORM COMPROBAR-ESTADO-DECLARACION.

           DISPLAY "--------------------------------------------".
           DISPLAY "RESUMEN PARA FIRMA DEL DIRECTOR FINANCIERO".
           DISPLAY "DECLARACION ANUAL DEL EJERCICIO " EJERCICIO.
           IF EMPRESA-DECLARADA NOT = SPACE
               DISPLAY "EMPRESA DECLARANTE:   " EMPRESA-DECLARADA
                       " CIF " CIF-DECLARANTE.
           DISPLAY "EMPLEADOS DECLARADOS: " CONT-DECLARADOS.
           DISPLAY "  DE ELLOS POR ACUMULADO ANUAL: "
                   CONT-POR-ACUMULADO.
           DISPLAY "REMUNERACION TOTAL:   " TOTAL-EDITADO.
           IF CONT-LINEAS-PLAN > 0
               DISPLAY "LINEAS DE PLAN DE PENSIONES: " CONT-LINEAS-PLAN
               COMPUTE TOTAL-PANTALLA = TOTAL-PLAN-TRABAJADOR / 100
               MOVE TOTAL-PANTALLA TO TOTAL-EDITADO
               DISPLAY "  APORTACION TRABAJADORES: " TOTAL-EDITADO
               COMPUTE TOTAL-PANTALLA = TOTAL-PLAN-EMPRESA / 100
               MOVE TOTAL-PANTALLA TO TOTAL-EDITADO
               DISPLAY "  APORTACION EMPRESA:      " TOTAL-EDITADO.
           DISPLAY "ARCHIVO GENERADO:     " DECLARACION-FICHERO.
           DISPLAY " ".
           DISPLAY "FIRMA: ______________________________".
           DISPLAY "--------------------------------------------".

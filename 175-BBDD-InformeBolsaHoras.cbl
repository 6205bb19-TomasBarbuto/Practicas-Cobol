       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-BOLSA-HORAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de bolsa de horas por empleado y ejercicio.
       COPY "copybooks/28-PhBolsaHoras.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de bolsa de horas por empleado y ejercicio.
       COPY "copybooks/28-LoBolsaHoras.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-BOLSA PIC X.
       77  EMPLEADO-ENCONTRADO PIC X.
       77  SUB-M PIC 9(2) COMP VALUE 0.
       77  CONT-MESES-CERRADOS PIC 9(2) COMP VALUE 0.
       77  CONT-A-ABONAR PIC 9(5) COMP VALUE 0.
       77  CONT-A-RECUPERAR PIC 9(5) COMP VALUE 0.
       77  CONT-COMPENSADOS PIC 9(5) COMP VALUE 0.
       77  CONT-INCOMPLETOS PIC 9(5) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.
       77  MESES-EDITADOS PIC Z9.

      *Ejercicio del informe; por omision el de la fecha de negocio.
       01  EJERCICIO-X PIC X(4).
       01  EJERCICIO-INFORME REDEFINES EJERCICIO-X PIC 9(4).
       01  FECHA-DE-HOY PIC 9(8).

      *Jornada mensual estandar con la que se valora la hora
      *ordinaria, la misma que usan las horas extra de la nomina.
       01  HORAS-MES-ESTANDAR PIC 9(4)V99 VALUE 160.

      *Valoracion del saldo de cada empleado y totales del informe.
       01  PORCENTAJE-JORNADA PIC 9(3)V99.
       01  VALOR-HORA-ORDINARIA PIC 9(5)V9999.
       01  SALDO-HORAS PIC 9(4)V99.
       01  IMPORTE-SALDO PIC 9(7)V99.
       01  TOTAL-HORAS-A-ABONAR PIC 9(7)V99 VALUE 0.
       01  TOTAL-HORAS-A-RECUPERAR PIC 9(7)V99 VALUE 0.
       01  TOTAL-IMPORTE-A-ABONAR PIC 9(9)V99 VALUE 0.
       01  TOTAL-IMPORTE-A-RECUPERAR PIC 9(9)V99 VALUE 0.
       01  SITUACION-SALDO PIC X(11).
       01  NOMBRE-EMPLEADO PIC X(25).
       01  ANUALES-EDITADAS PIC Z,ZZ9.99.
       01  SALDO-EDITADO PIC Z,ZZ9.99.
       01  IMPORTE-EDITADO PIC $$$,$$9.99.
       01  TOTAL-HORAS-EDITADAS PIC Z,ZZZ,ZZ9.99.
       01  TOTAL-EDITADO PIC $$$,$$$,$$9.99.

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de bolsa de horas.
       COPY "copybooks/28-EstadoBolsaHoras.cbl".
      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           PERFORM PEDIR-EJERCICIO.
           PERFORM LEER-PARAMETROS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ABRIR-INFORME.
           MOVE "N" TO FIN-BOLSA.
           MOVE LOW-VALUES TO BOLSA-CLAVE.
           START BOLSA-HORAS-ARCHIVO
               KEY IS NOT LESS THAN BOLSA-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-BOLSA
           END-START.
           PERFORM LEER-SIGUIENTE-BOLSA.
           PERFORM REVISAR-BOLSA
           UNTIL FIN-BOLSA = "S".
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           PERFORM MOSTRAR-RESUMEN.
           STOP RUN.

       PEDIR-EJERCICIO.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           DISPLAY "Ejercicio de la bolsa de horas (AAAA, en blanco "
                   "el de la fecha de negocio): ".
           ACCEPT EJERCICIO-X.
           IF EJERCICIO-X NOT NUMERIC
               COMPUTE EJERCICIO-INFORME = FECHA-DE-HOY / 10000.
           DISPLAY "Saldos de la bolsa de horas del ejercicio "
                   EJERCICIO-INFORME.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "HORAS-MES-ESTANDAR" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO HORAS-MES-ESTANDAR
               END-READ
               CLOSE PARAMETROS-ARCHIVO.
           IF HORAS-MES-ESTANDAR = 0
               MOVE 160 TO HORAS-MES-ESTANDAR.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT BOLSA-HORAS-ARCHIVO.
           IF BOLSA-HORAS-STATUS = "35"
               DISPLAY "No hay bolsa de horas, no se ha cerrado "
                       "ningun mes todavia."
               STOP RUN.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE BOLSA-HORAS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       LEER-SIGUIENTE-BOLSA.
           READ BOLSA-HORAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-BOLSA
           END-READ.

       REVISAR-BOLSA.
           IF BOLSA-EJERCICIO = EJERCICIO-INFORME
               PERFORM CONTAR-MESES-CERRADOS
               IF BOLSA-SALDO = 0
                   ADD 1 TO CONT-COMPENSADOS
               ELSE
                   PERFORM IMPRIMIR-SALDO.
           PERFORM LEER-SIGUIENTE-BOLSA.

       CONTAR-MESES-CERRADOS.
           MOVE 0 TO CONT-MESES-CERRADOS.
           MOVE 1 TO SUB-M.
           PERFORM CONTAR-MES-CERRADO
           UNTIL SUB-M > 12.
           IF CONT-MESES-CERRADOS < 12
               ADD 1 TO CONT-INCOMPLETOS.

       CONTAR-MES-CERRADO.
           IF BOLSA-MES-CERRADO (SUB-M)
               ADD 1 TO CONT-MESES-CERRADOS.
           ADD 1 TO SUB-M.

       IMPRIMIR-SALDO.
      *El saldo a favor del empleado se abona y el saldo en contra
      *se recupera, valorados ambos a la hora ordinaria de su
      *salario mensual reducido a su porcentaje de jornada.
           PERFORM LEER-EMPLEADO.
           IF BOLSA-SALDO > 0
               MOVE "A ABONAR" TO SITUACION-SALDO
               MOVE BOLSA-SALDO TO SALDO-HORAS
           ELSE
               MOVE "A RECUPERAR" TO SITUACION-SALDO
               COMPUTE SALDO-HORAS = 0 - BOLSA-SALDO.
           MOVE ZERO TO IMPORTE-SALDO.
           IF EMPLEADO-ENCONTRADO = "S"
               COMPUTE VALOR-HORA-ORDINARIA ROUNDED =
                       EMPLEADOS-SALARIO * PORCENTAJE-JORNADA / 100
                       / HORAS-MES-ESTANDAR
               COMPUTE IMPORTE-SALDO ROUNDED =
                       SALDO-HORAS * VALOR-HORA-ORDINARIA.
           IF BOLSA-SALDO > 0
               ADD 1 TO CONT-A-ABONAR
               ADD SALDO-HORAS TO TOTAL-HORAS-A-ABONAR
               ADD IMPORTE-SALDO TO TOTAL-IMPORTE-A-ABONAR
           ELSE
               ADD 1 TO CONT-A-RECUPERAR
               ADD SALDO-HORAS TO TOTAL-HORAS-A-RECUPERAR
               ADD IMPORTE-SALDO TO TOTAL-IMPORTE-A-RECUPERAR.
           MOVE BOLSA-HORAS-ANUALES TO ANUALES-EDITADAS.
           MOVE SALDO-HORAS TO SALDO-EDITADO.
           MOVE IMPORTE-SALDO TO IMPORTE-EDITADO.
           MOVE CONT-MESES-CERRADOS TO MESES-EDITADOS.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "ID: " DELIMITED BY SIZE
                  BOLSA-EMPLEADOS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-EMPLEADO DELIMITED BY SIZE
                  " CALENDARIO: " DELIMITED BY SIZE
                  ANUALES-EDITADAS DELIMITED BY SIZE
                  " MESES: " DELIMITED BY SIZE
                  MESES-EDITADOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SITUACION-SALDO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SALDO-EDITADO DELIMITED BY SIZE
                  " H " DELIMITED BY SIZE
                  IMPORTE-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       LEER-EMPLEADO.
      *La bolsa de un empleado dado de baja se sigue listando; sin
      *ficha no hay salario con que valorarla.
           MOVE "N" TO EMPLEADO-ENCONTRADO.
           MOVE "** SIN FICHA DE EMPLEADO **" TO NOMBRE-EMPLEADO.
           MOVE 100 TO PORCENTAJE-JORNADA.
           MOVE BOLSA-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO EMPLEADO-ENCONTRADO
                   MOVE EMPLEADOS-APELLIDOS TO NOMBRE-EMPLEADO
           END-READ.
           IF EMPLEADO-ENCONTRADO = "S" AND
              EMPLEADOS-JORNADA-PORCENTAJE NUMERIC AND
              EMPLEADOS-JORNADA-PORCENTAJE > 0 AND
              EMPLEADOS-JORNADA-PORCENTAJE NOT > 100
               MOVE EMPLEADOS-JORNADA-PORCENTAJE
                   TO PORCENTAJE-JORNADA.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "INFORME_BOLSA_HORAS.TXT" TO INFORME-NOMBRE.
           MOVE "INFORME-BOLSA-HORAS" TO INFORME-PROGRAMA.
           MOVE "SALDOS DE LA BOLSA DE HORAS AL CIERRE"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-A-ABONAR TO CONT-EDITADO.
           MOVE TOTAL-HORAS-A-ABONAR TO TOTAL-HORAS-EDITADAS.
           MOVE TOTAL-IMPORTE-A-ABONAR TO TOTAL-EDITADO.
           STRING "A ABONAR:    " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  " EMPLEADOS " DELIMITED BY SIZE
                  TOTAL-HORAS-EDITADAS DELIMITED BY SIZE
                  " HORAS " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-A-RECUPERAR TO CONT-EDITADO.
           MOVE TOTAL-HORAS-A-RECUPERAR TO TOTAL-HORAS-EDITADAS.
           MOVE TOTAL-IMPORTE-A-RECUPERAR TO TOTAL-EDITADO.
           STRING "A RECUPERAR: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  " EMPLEADOS " DELIMITED BY SIZE
                  TOTAL-HORAS-EDITADAS DELIMITED BY SIZE
                  " HORAS " DELIMITED BY SIZE
                  TOTAL-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-COMPENSADOS TO CONT-EDITADO.
           STRING "SALDO A CERO: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  " EMPLEADOS" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-INCOMPLETOS TO CONT-EDITADO.
           STRING "BOLSAS CON MESES SIN CERRAR: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN DE SALDOS DE LA BOLSA DE HORAS".
           DISPLAY "Empleados a abonar:       " CONT-A-ABONAR.
           DISPLAY "Empleados a recuperar:    " CONT-A-RECUPERAR.
           DISPLAY "Empleados con saldo cero: " CONT-COMPENSADOS.
           DISPLAY "Bolsas con meses abiertos: " CONT-INCOMPLETOS.

       END PROGRAM INFORME-BOLSA-HORAS.

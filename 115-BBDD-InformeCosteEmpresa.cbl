       COPY "copybooks/28-PhFile.cbl".
      *Archivo maestro de deducciones de nomina.
       COPY "copybooks/28-PhDeducciones.cbl".
      *Archivo de cifras del informe de coste de empleo.
       COPY "copybooks/28-PhCosteEmpresa.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo maestro de deducciones de nomina.
       COPY "copybooks/28-LoDeducciones.cbl".
      *Archivo de cifras del informe de coste de empleo.
       COPY "copybooks/28-LoCosteEmpresa.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       01  VIGENCIA-MEJOR PIC 9(8) VALUE 0.
       01  VIGENCIA-LINEA PIC 9(8).
       01  FECHA-DE-HOY PIC 9(8).
       01  MES-INFORME PIC 9(6).

      *Acumulado mensual por departamento: bruto, cuota patronal y
      *coste total de empleo, la cifra que pide Finanzas para las
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de deducciones de nomina.
       COPY "copybooks/28-EstadoDeducciones.cbl".
      *Estado del archivo de cifras del informe de coste de empleo.
       COPY "copybooks/28-EstadoCosteEmpresa.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           COMPUTE MES-INFORME = FECHA-DE-HOY / 100.
           PERFORM CARGAR-PORCENTAJE-EMPRESA.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           MOVE "0" TO LEE-TODO.
           MOVE "COSTE DE EMPLEO POR DEPARTAMENTO"
               TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
      *Las cifras de cada departamento quedan tambien en un archivo
      *propio para cuadrarlas con la liquidacion de cotizaciones.
           OPEN OUTPUT COSTE-EMPRESA-ARCHIVO.
           DISPLAY " ".
           DISPLAY "COSTE DE EMPLEO MENSUAL POR DEPARTAMENTO".
           MOVE 1 TO SUB-I.
           PERFORM MOSTRAR-FILA
           UNTIL SUB-I > CONT-DEPARTAMENTOS.
           CLOSE COSTE-EMPRESA-ARCHIVO.
           PERFORM MOSTRAR-TOTALES.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
                  IMPORTE-EDITADO-3 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE MES-INFORME TO COSTEMP-ANIO-MES.
           MOVE COSTE-DEPARTAMENTO (SUB-I) TO COSTEMP-DEPARTAMENTO.
           MOVE COSTE-EMPLEADOS (SUB-I) TO COSTEMP-EMPLEADOS.
           MOVE COSTE-BRUTO (SUB-I) TO COSTEMP-BRUTO.
           MOVE COSTE-CUOTA-EMPRESA (SUB-I) TO COSTEMP-CUOTA-EMPRESA.
           WRITE COSTEMP-REGISTRO.
           ADD 1 TO SUB-I.

       MOSTRAR-TOTALES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRO-RETRIBUTIVO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de complementos salariales.
       COPY "copybooks/28-PhComplementos.cbl".
      *Archivo maestro de grados profesionales.
       COPY "copybooks/28-PhGrados.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-PhDepartamentos.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de complementos salariales.
       COPY "copybooks/28-LoComplementos.cbl".
      *Archivo maestro de grados profesionales.
       COPY "copybooks/28-LoGrados.cbl".
      *Archivo maestro de departamentos.
       COPY "copybooks/28-LoDepartamentos.cbl".
      *Archivo maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  FIN-LECTURA PIC X.
       77  COMPLEMENTOS-DISPONIBLES PIC X.
       77  GRADOS-DISPONIBLES PIC X.
       77  DEPARTAMENTOS-DISPONIBLES PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  AVISO-GRUPOS PIC X VALUE "N".
       77  GRUPO-ENCONTRADO PIC X.
       77  HAY-BRECHA-EXCESIVA PIC X.
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  SUB-J PIC 9(4) COMP VALUE 0.
       77  SUB-G PIC 9(2) COMP VALUE 0.
       77  SUB-C PIC 9(1) COMP VALUE 0.
       77  MITAD PIC 9(4) COMP VALUE 0.
       77  RESTO-MITAD PIC 9(1) COMP VALUE 0.
       77  CONT-PLANTILLA PIC 9(4) COMP VALUE 0.
       77  CONT-GRUPOS PIC 9(2) COMP VALUE 0.
       77  CONT-VALORES PIC 9(4) COMP VALUE 0.
       77  CONT-ACTIVOS PIC 9(5) COMP VALUE 0.
       77  CONT-SIN-SEXO PIC 9(5) COMP VALUE 0.
       77  CONT-GRUPO-HOMBRES PIC 9(4) COMP VALUE 0.
       77  CONT-GRUPO-MUJERES PIC 9(4) COMP VALUE 0.
       77  CONT-BRECHAS PIC 9(4) COMP VALUE 0.
       77  CONT-EDITADO PIC ZZZZ9.
       77  CONT-EDITADO-2 PIC ZZZZ9.

       01  FECHA-DE-HOY PIC 9(8).
      *Area de peticion del modulo de fecha de negocio.
       COPY "copybooks/28-LkFechaNegocio.cbl".

      *Umbral legal de brecha a partir del cual la diferencia entre
      *sexos ha de justificarse en el registro; parametrizable.
       01  UMBRAL-BRECHA PIC 9(3)V99 VALUE 25.
       01  UMBRAL-EDITADO PIC ZZ9.

      *Agrupacion en curso: G por grado, D por departamento.
       01  TIPO-AGRUPACION PIC X(1).
       01  SEXO-BUSCADO PIC X(1).
       01  CODIGO-BUSCADO PIC X(4).
       01  DESCRIPCION-GRUPO PIC X(25).

      *Plantilla activa con sexo informado. Los importes son
      *mensuales y equivalentes a jornada completa, para que una
      *jornada parcial no se confunda con una brecha: 1 salario
      *base, 2 complementos en vigor y 3 retribucion total.
       01  TABLA-PLANTILLA.
           05 PLANTILLA-FILA OCCURS 1000 TIMES.
               10 PLANTILLA-GRADO PIC X(4).
               10 PLANTILLA-DEPARTAMENTO PIC X(4).
               10 PLANTILLA-SEXO PIC X(1).
               10 PLANTILLA-IMPORTE PIC S9(7)V99 OCCURS 3 TIMES.

      *Grados o departamentos presentes, ordenados por codigo.
       01  TABLA-GRUPOS.
           05 GRUPO-FILA OCCURS 50 TIMES.
               10 GRUPO-CODIGO PIC X(4).
       01  GRUPO-TEMPORAL PIC X(4).

      *Importes de un sexo, grupo y concepto para sacar la mediana.
       01  TABLA-VALORES.
           05 VALOR-IMPORTE PIC S9(7)V99 OCCURS 1000 TIMES.
       01  VALOR-TEMPORAL PIC S9(7)V99.

       01  NOMBRES-CONCEPTOS.
           05 FILLER PIC X(14) VALUE "SALARIO BASE".
           05 FILLER PIC X(14) VALUE "COMPLEMENTOS".
           05 FILLER PIC X(14) VALUE "TOTAL".
       01  TABLA-CONCEPTOS REDEFINES NOMBRES-CONCEPTOS.
           05 NOMBRE-CONCEPTO PIC X(14) OCCURS 3 TIMES.

       01  JORNADA-CALCULO PIC 9(3)V99.
       01  IMPORTE-COMPLEMENTOS PIC S9(7)V99.
       01  SUMA-VALORES PIC S9(11)V99.
       01  MEDIA-CALCULADA PIC S9(7)V99.
       01  MEDIANA-CALCULADA PIC S9(7)V99.
       01  MEDIA-HOMBRES PIC S9(7)V99.
       01  MEDIA-MUJERES PIC S9(7)V99.
       01  MEDIANA-HOMBRES PIC S9(7)V99.
       01  MEDIANA-MUJERES PIC S9(7)V99.
       01  BRECHA-MEDIA PIC S9(5)V99.
       01  BRECHA-MEDIANA PIC S9(5)V99.
       01  BRECHA-ABSOLUTA PIC 9(5)V99.

       01  IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
       01  IMPORTE-EDITADO-2 PIC $$$,$$$,$$9.99.
       01  IMPORTE-EDITADO-3 PIC $$$,$$$,$$9.99.
       01  IMPORTE-EDITADO-4 PIC $$$,$$$,$$9.99.
       01  BRECHA-EDITADA PIC -ZZZ9.99.
       01  BRECHA-EDITADA-2 PIC -ZZZ9.99.

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de complementos salariales.
       COPY "copybooks/28-EstadoComplementos.cbl".
      *Estado del archivo maestro de grados profesionales.
       COPY "copybooks/28-EstadoGrados.cbl".
      *Estado del archivo maestro de departamentos.
       COPY "copybooks/28-EstadoDepartamentos.cbl".
      *Estado del archivo maestro de parametros.
       COPY "copybooks/28-EstadoParametros.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
           MOVE SPACE TO FNEGOCIO-PETICION.
           CALL "FECHA-NEGOCIO" USING FNEGOCIO-PETICION.
           MOVE FNEGOCIO-FECHA TO FECHA-DE-HOY.
           PERFORM LEER-PARAMETROS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           MOVE "0" TO LEE-TODO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM CARGAR-EMPLEADO
           UNTIL LEE-TODO = "1".
           PERFORM ABRIR-INFORME.
           MOVE "G" TO TIPO-AGRUPACION.
           PERFORM IMPRIMIR-AGRUPACION.
           MOVE "D" TO TIPO-AGRUPACION.
           PERFORM IMPRIMIR-AGRUPACION.
           PERFORM CERRAR-INFORME.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           DISPLAY "Activos: " CONT-ACTIVOS
                   " Sin sexo informado: " CONT-SIN-SEXO
                   " Brechas a justificar: " CONT-BRECHAS.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "UMBRAL-BRECHA" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO UMBRAL-BRECHA
               END-READ
               CLOSE PARAMETROS-ARCHIVO.
           MOVE UMBRAL-BRECHA TO UMBRAL-EDITADO.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "S" TO COMPLEMENTOS-DISPONIBLES.
           OPEN INPUT COMPLEMENTOS-ARCHIVO.
           IF COMPLEMENTOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO COMPLEMENTOS-DISPONIBLES.
           MOVE "S" TO GRADOS-DISPONIBLES.
           OPEN INPUT GRADOS-ARCHIVO.
           IF GRADOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO GRADOS-DISPONIBLES.
           MOVE "S" TO DEPARTAMENTOS-DISPONIBLES.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           IF DEPARTAMENTOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO DEPARTAMENTOS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF COMPLEMENTOS-DISPONIBLES = "S"
               CLOSE COMPLEMENTOS-ARCHIVO.
           IF GRADOS-DISPONIBLES = "S"
               CLOSE GRADOS-ARCHIVO.
           IF DEPARTAMENTOS-DISPONIBLES = "S"
               CLOSE DEPARTAMENTOS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       CARGAR-EMPLEADO.
      *Solo la plantilla activa. Quien aun no tiene el sexo
      *informado se cuenta aparte y queda fuera de la comparacion.
           IF EMPLEADOS-ACTIVO
               ADD 1 TO CONT-ACTIVOS
               IF NOT EMPLEADOS-VERSION-VIGENTE OR
                  NOT EMPLEADOS-SEXO-INFORMADO
                   ADD 1 TO CONT-SIN-SEXO
               ELSE
                   IF CONT-PLANTILLA < 1000
                       PERFORM ANOTAR-EMPLEADO
                   ELSE
                       IF AVISO-TABLA-LLENA = "N"
                           DISPLAY "Aviso: mas de 1000 empleados "
                                   "activos, el registro no incluye "
                                   "los siguientes."
                           MOVE "S" TO AVISO-TABLA-LLENA.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       ANOTAR-EMPLEADO.
           ADD 1 TO CONT-PLANTILLA.
           MOVE EMPLEADOS-GRADO TO PLANTILLA-GRADO (CONT-PLANTILLA).
           MOVE EMPLEADOS-DEPARTAMENTO
               TO PLANTILLA-DEPARTAMENTO (CONT-PLANTILLA).
           MOVE EMPLEADOS-SEXO TO PLANTILLA-SEXO (CONT-PLANTILLA).
           MOVE 100 TO JORNADA-CALCULO.
           IF EMPLEADOS-JORNADA-PORCENTAJE NUMERIC
               IF EMPLEADOS-JORNADA-PORCENTAJE > 0
                   MOVE EMPLEADOS-JORNADA-PORCENTAJE
                       TO JORNADA-CALCULO.
           PERFORM SUMAR-COMPLEMENTOS.
           COMPUTE PLANTILLA-IMPORTE (CONT-PLANTILLA 1) ROUNDED =
                   EMPLEADOS-SALARIO * 100 / JORNADA-CALCULO.
           COMPUTE PLANTILLA-IMPORTE (CONT-PLANTILLA 2) ROUNDED =
                   IMPORTE-COMPLEMENTOS * 100 / JORNADA-CALCULO.
           COMPUTE PLANTILLA-IMPORTE (CONT-PLANTILLA 3) =
                   PLANTILLA-IMPORTE (CONT-PLANTILLA 1) +
                   PLANTILLA-IMPORTE (CONT-PLANTILLA 2).

       SUMAR-COMPLEMENTOS.
      *Complementos en vigor a la fecha de negocio.
           MOVE ZERO TO IMPORTE-COMPLEMENTOS.
           MOVE "N" TO FIN-LECTURA.
           IF COMPLEMENTOS-DISPONIBLES = "N"
               MOVE "S" TO FIN-LECTURA.
           MOVE EMPLEADOS-ID TO COMPLEMENTO-EMPLEADOS-ID.
           MOVE LOW-VALUE TO COMPLEMENTO-CONCEPTO.
           MOVE ZERO TO COMPLEMENTO-FECHA-DESDE.
           IF FIN-LECTURA = "N"
               START COMPLEMENTOS-ARCHIVO
                   KEY IS NOT LESS THAN COMPLEMENTO-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-LECTURA
               END-START.
           PERFORM LEER-COMPLEMENTO
           UNTIL FIN-LECTURA = "S".

       LEER-COMPLEMENTO.
           READ COMPLEMENTOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N"
               IF COMPLEMENTO-EMPLEADOS-ID NOT = EMPLEADOS-ID
                   MOVE "S" TO FIN-LECTURA
               ELSE
                   IF COMPLEMENTO-FECHA-DESDE NOT > FECHA-DE-HOY AND
                      (COMPLEMENTO-FECHA-HASTA = 0 OR
                       COMPLEMENTO-FECHA-HASTA NOT < FECHA-DE-HOY)
                       ADD COMPLEMENTO-IMPORTE
                           TO IMPORTE-COMPLEMENTOS.

       IMPRIMIR-AGRUPACION.
      *Un bloque por grado o por departamento, en orden de codigo.
           PERFORM REUNIR-GRUPOS.
           IF TIPO-AGRUPACION = "D"
               MOVE "P" TO INFORME-OPERACION
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION
           ELSE
               PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           IF TIPO-AGRUPACION = "G"
               MOVE "REGISTRO POR GRADO PROFESIONAL" TO INFORME-LINEA
           ELSE
               MOVE "REGISTRO POR DEPARTAMENTO" TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "IMPORTES MENSUALES EQUIVALENTES A JORNADA "
                  DELIMITED BY SIZE
                  "COMPLETA. BRECHA = (HOMBRES - MUJERES) / HOMBRES."
                  DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE 1 TO SUB-G.
           PERFORM IMPRIMIR-GRUPO
           UNTIL SUB-G > CONT-GRUPOS.

       REUNIR-GRUPOS.
           MOVE 0 TO CONT-GRUPOS.
           MOVE 1 TO SUB-I.
           PERFORM ANOTAR-GRUPO-FILA
           UNTIL SUB-I > CONT-PLANTILLA.
           MOVE 1 TO SUB-I.
           PERFORM ORDENAR-UNA-POSICION
           UNTIL SUB-I >= CONT-GRUPOS.

       ANOTAR-GRUPO-FILA.
           IF TIPO-AGRUPACION = "G"
               MOVE PLANTILLA-GRADO (SUB-I) TO CODIGO-BUSCADO
           ELSE
               MOVE PLANTILLA-DEPARTAMENTO (SUB-I) TO CODIGO-BUSCADO.
           MOVE "N" TO GRUPO-ENCONTRADO.
           MOVE 1 TO SUB-J.
           PERFORM COMPARAR-FILA-GRUPO
           UNTIL SUB-J > CONT-GRUPOS OR GRUPO-ENCONTRADO = "S".
           IF GRUPO-ENCONTRADO = "N"
               IF CONT-GRUPOS < 50
                   ADD 1 TO CONT-GRUPOS
                   MOVE CODIGO-BUSCADO TO GRUPO-CODIGO (CONT-GRUPOS)
               ELSE
                   IF AVISO-GRUPOS = "N"
                       DISPLAY "Aviso: mas de 50 grados o "
                               "departamentos, el registro no "
                               "incluye los siguientes."
                       MOVE "S" TO AVISO-GRUPOS.
           ADD 1 TO SUB-I.

       COMPARAR-FILA-GRUPO.
           IF GRUPO-CODIGO (SUB-J) = CODIGO-BUSCADO
               MOVE "S" TO GRUPO-ENCONTRADO.
           ADD 1 TO SUB-J.

       ORDENAR-UNA-POSICION.
           COMPUTE SUB-J = SUB-I + 1.
           PERFORM COMPARAR-E-INTERCAMBIAR
           UNTIL SUB-J > CONT-GRUPOS.
           ADD 1 TO SUB-I.

       COMPARAR-E-INTERCAMBIAR.
           IF GRUPO-CODIGO (SUB-J) < GRUPO-CODIGO (SUB-I)
               MOVE GRUPO-CODIGO (SUB-I) TO GRUPO-TEMPORAL
               MOVE GRUPO-CODIGO (SUB-J) TO GRUPO-CODIGO (SUB-I)
               MOVE GRUPO-TEMPORAL TO GRUPO-CODIGO (SUB-J).
           ADD 1 TO SUB-J.

       IMPRIMIR-GRUPO.
           MOVE GRUPO-CODIGO (SUB-G) TO CODIGO-BUSCADO.
           PERFORM OBTENER-DESCRIPCION-GRUPO.
           MOVE 1 TO SUB-C.
           MOVE "H" TO SEXO-BUSCADO.
           PERFORM CALCULAR-ESTADISTICA.
           MOVE CONT-VALORES TO CONT-GRUPO-HOMBRES.
           MOVE "M" TO SEXO-BUSCADO.
           PERFORM CALCULAR-ESTADISTICA.
           MOVE CONT-VALORES TO CONT-GRUPO-MUJERES.
           PERFORM IMPRIMIR-LINEA-BLANCA.
           MOVE CONT-GRUPO-HOMBRES TO CONT-EDITADO.
           MOVE CONT-GRUPO-MUJERES TO CONT-EDITADO-2.
           MOVE SPACE TO INFORME-LINEA.
           STRING CODIGO-BUSCADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DESCRIPCION-GRUPO DELIMITED BY SIZE
                  "  PLANTILLA HOMBRES: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "  MUJERES: " DELIMITED BY SIZE
                  CONT-EDITADO-2 DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   CONCEPTO         MEDIA HOMBRES  MEDIA MUJERES"
                  DELIMITED BY SIZE
                  "  BRECHA%  MEDIANA HOMBRES MEDIANA MUJERES"
                  DELIMITED BY SIZE
                  "  BRECHA%" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "N" TO HAY-BRECHA-EXCESIVA.
           PERFORM IMPRIMIR-CONCEPTO
           VARYING SUB-C FROM 1 BY 1 UNTIL SUB-C > 3.
           IF HAY-BRECHA-EXCESIVA = "S"
               ADD 1 TO CONT-BRECHAS
               MOVE SPACE TO INFORME-LINEA
               STRING "   *** BRECHA IGUAL O SUPERIOR AL "
                      DELIMITED BY SIZE
                      UMBRAL-EDITADO DELIMITED BY SIZE
                      "%: DEBE JUSTIFICARSE EN EL REGISTRO"
                      DELIMITED BY SIZE
                   INTO INFORME-LINEA
               CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           ADD 1 TO SUB-G.

       OBTENER-DESCRIPCION-GRUPO.
           MOVE SPACE TO DESCRIPCION-GRUPO.
           IF TIPO-AGRUPACION = "G" AND GRADOS-DISPONIBLES = "S"
               MOVE CODIGO-BUSCADO TO GRADO-CODIGO
               READ GRADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRADO-TITULO TO DESCRIPCION-GRUPO
               END-READ.
           IF TIPO-AGRUPACION = "D" AND DEPARTAMENTOS-DISPONIBLES = "S"
               MOVE CODIGO-BUSCADO TO DEPARTAMENTOS-CODIGO
               READ DEPARTAMENTOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPARTAMENTOS-NOMBRE TO DESCRIPCION-GRUPO
               END-READ.

       IMPRIMIR-CONCEPTO.
      *La brecha solo se calcula si hay hombres y mujeres en el
      *grupo; si falta alguno de los dos no hay comparacion.
           MOVE "H" TO SEXO-BUSCADO.
           PERFORM CALCULAR-ESTADISTICA.
           MOVE MEDIA-CALCULADA TO MEDIA-HOMBRES.
           MOVE MEDIANA-CALCULADA TO MEDIANA-HOMBRES.
           MOVE "M" TO SEXO-BUSCADO.
           PERFORM CALCULAR-ESTADISTICA.
           MOVE MEDIA-CALCULADA TO MEDIA-MUJERES.
           MOVE MEDIANA-CALCULADA TO MEDIANA-MUJERES.
           MOVE MEDIA-HOMBRES TO IMPORTE-EDITADO.
           MOVE MEDIA-MUJERES TO IMPORTE-EDITADO-2.
           MOVE MEDIANA-HOMBRES TO IMPORTE-EDITADO-3.
           MOVE MEDIANA-MUJERES TO IMPORTE-EDITADO-4.
           MOVE SPACE TO INFORME-LINEA.
           IF CONT-GRUPO-HOMBRES = 0 OR CONT-GRUPO-MUJERES = 0
               STRING "   " DELIMITED BY SIZE
                      NOMBRE-CONCEPTO (SUB-C) DELIMITED BY SIZE
                      IMPORTE-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      IMPORTE-EDITADO-2 DELIMITED BY SIZE
                      "      N/A  " DELIMITED BY SIZE
                      IMPORTE-EDITADO-3 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      IMPORTE-EDITADO-4 DELIMITED BY SIZE
                      "      N/A" DELIMITED BY SIZE
                   INTO INFORME-LINEA
           ELSE
               PERFORM CALCULAR-BRECHAS
               MOVE BRECHA-MEDIA TO BRECHA-EDITADA
               MOVE BRECHA-MEDIANA TO BRECHA-EDITADA-2
               STRING "   " DELIMITED BY SIZE
                      NOMBRE-CONCEPTO (SUB-C) DELIMITED BY SIZE
                      IMPORTE-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      IMPORTE-EDITADO-2 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      BRECHA-EDITADA DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      IMPORTE-EDITADO-3 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      IMPORTE-EDITADO-4 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      BRECHA-EDITADA-2 DELIMITED BY SIZE
                   INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CALCULAR-BRECHAS.
      *Brecha en porcentaje sobre la retribucion de los hombres; se
      *marca el grupo si la de la media o la de la mediana alcanza
      *el umbral en cualquier sentido.
           MOVE ZERO TO BRECHA-MEDIA BRECHA-MEDIANA.
           IF MEDIA-HOMBRES NOT = 0
               COMPUTE BRECHA-MEDIA ROUNDED =
                       (MEDIA-HOMBRES - MEDIA-MUJERES) * 100 /
                       MEDIA-HOMBRES.
           IF MEDIANA-HOMBRES NOT = 0
               COMPUTE BRECHA-MEDIANA ROUNDED =
                       (MEDIANA-HOMBRES - MEDIANA-MUJERES) * 100 /
                       MEDIANA-HOMBRES.
           MOVE BRECHA-MEDIA TO BRECHA-ABSOLUTA.
           IF BRECHA-ABSOLUTA NOT < UMBRAL-BRECHA
               MOVE "S" TO HAY-BRECHA-EXCESIVA.
           MOVE BRECHA-MEDIANA TO BRECHA-ABSOLUTA.
           IF BRECHA-ABSOLUTA NOT < UMBRAL-BRECHA
               MOVE "S" TO HAY-BRECHA-EXCESIVA.

       CALCULAR-ESTADISTICA.
      *Media y mediana del concepto SUB-C para el sexo buscado en el
      *grupo en curso.
           MOVE 0 TO CONT-VALORES.
           MOVE ZERO TO SUMA-VALORES MEDIA-CALCULADA MEDIANA-CALCULADA.
           MOVE 1 TO SUB-I.
           PERFORM RECOGER-VALOR
           UNTIL SUB-I > CONT-PLANTILLA.
           IF CONT-VALORES > 0
               COMPUTE MEDIA-CALCULADA ROUNDED =
                       SUMA-VALORES / CONT-VALORES
               MOVE 1 TO SUB-I
               PERFORM ORDENAR-UN-VALOR
               UNTIL SUB-I >= CONT-VALORES
               DIVIDE CONT-VALORES BY 2 GIVING MITAD
                   REMAINDER RESTO-MITAD
               IF RESTO-MITAD = 1
                   MOVE VALOR-IMPORTE (MITAD + 1) TO MEDIANA-CALCULADA
               ELSE
                   COMPUTE MEDIANA-CALCULADA ROUNDED =
                           (VALOR-IMPORTE (MITAD) +
                            VALOR-IMPORTE (MITAD + 1)) / 2.

       RECOGER-VALOR.
           IF PLANTILLA-SEXO (SUB-I) = SEXO-BUSCADO
               IF (TIPO-AGRUPACION = "G" AND
                   PLANTILLA-GRADO (SUB-I) = CODIGO-BUSCADO) OR
                  (TIPO-AGRUPACION = "D" AND
                   PLANTILLA-DEPARTAMENTO (SUB-I) = CODIGO-BUSCADO)
                   ADD 1 TO CONT-VALORES
                   MOVE PLANTILLA-IMPORTE (SUB-I SUB-C)
                       TO VALOR-IMPORTE (CONT-VALORES)
                   ADD PLANTILLA-IMPORTE (SUB-I SUB-C)
                       TO SUMA-VALORES.
           ADD 1 TO SUB-I.

       ORDENAR-UN-VALOR.
           COMPUTE SUB-J = SUB-I + 1.
           PERFORM COMPARAR-E-INTERCAMBIAR-VALOR
           UNTIL SUB-J > CONT-VALORES.
           ADD 1 TO SUB-I.

       COMPARAR-E-INTERCAMBIAR-VALOR.
           IF VALOR-IMPORTE (SUB-J) < VALOR-IMPORTE (SUB-I)
               MOVE VALOR-IMPORTE (SUB-I) TO VALOR-TEMPORAL
               MOVE VALOR-IMPORTE (SUB-J) TO VALOR-IMPORTE (SUB-I)
               MOVE VALOR-TEMPORAL TO VALOR-IMPORTE (SUB-J).
           ADD 1 TO SUB-J.

       IMPRIMIR-LINEA-BLANCA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "REGISTRO_RETRIBUTIVO.TXT" TO INFORME-NOMBRE.
           MOVE "REGISTRO-RETRIBUTIVO" TO INFORME-PROGRAMA.
           MOVE "REGISTRO RETRIBUTIVO DE IGUALDAD" TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "FECHA DE REFERENCIA: " DELIMITED BY SIZE
                  FECHA-DE-HOY DELIMITED BY SIZE
                  "   UMBRAL DE JUSTIFICACION: " DELIMITED BY SIZE
                  UMBRAL-EDITADO DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       CERRAR-INFORME.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-PLANTILLA TO CONT-EDITADO.
           STRING "EMPLEADOS COMPARADOS: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-SIN-SEXO TO CONT-EDITADO.
           STRING "ACTIVOS SIN SEXO INFORMADO (EXCLUIDOS): "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-BRECHAS TO CONT-EDITADO.
           STRING "GRUPOS CON BRECHA A JUSTIFICAR: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       END PROGRAM REGISTRO-RETRIBUTIVO.

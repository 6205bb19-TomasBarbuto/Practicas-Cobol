       COPY "copybooks/28-PhHorasDiarias.cbl".
      *Archivo acumulado de horas mensuales.
       COPY "copybooks/28-PhHorasMensuales.cbl".
      *Registro de personal externo de ETT y contratas.
       COPY "copybooks/28-PhContingentes.cbl".
      *Archivo acumulado de horas mensuales del personal externo.
       COPY "copybooks/28-PhHorasContingentes.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "copybooks/28-LoHorasDiarias.cbl".
      *Archivo acumulado de horas mensuales.
       COPY "copybooks/28-LoHorasMensuales.cbl".
      *Registro de personal externo de ETT y contratas.
       COPY "copybooks/28-LoContingentes.cbl".
      *Archivo acumulado de horas mensuales del personal externo.
       COPY "copybooks/28-LoHorasContingentes.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  CONT-ID-DESCONOCIDO PIC 9(5) COMP VALUE 0.
       77  CONT-INACTIVOS PIC 9(5) COMP VALUE 0.
       77  CONT-HORAS-IMPOSIBLES PIC 9(5) COMP VALUE 0.
       77  CONT-FUERA-DE-ENCARGO PIC 9(5) COMP VALUE 0.
       77  CONT-ACUMULADOS-EXTERNOS PIC 9(4) COMP VALUE 0.
       77  CONTINGENTES-DISPONIBLES PIC X.
       77  FICHAJE-VALIDO PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  TOTAL-DIAS-DEL-MES PIC 9(2) COMP VALUE 0.

      *Acumulado mensual por empleado y mes. Los dias distintos que
      *exporto el reloj se usan para avisar de dias sin fichaje.
      *Los IDs que empiezan por "C" son personal externo de ETT y
      *contratas: se validan contra su registro y se acumulan en su
      *propio archivo, fuera de las horas de la nomina.
       01  TABLA-ACUMULADOS.
           05 ACUMULADO-FILA OCCURS 500 TIMES.
               10 ACUMULADO-ID PIC X(6).
               10 ACUMULADO-ID-R REDEFINES ACUMULADO-ID.
                   15 ACUMULADO-ID-PREFIJO PIC X(1).
                       88 ACUMULADO-EXTERNO VALUE "C".
                   15 FILLER PIC X(5).
               10 ACUMULADO-ANIO-MES PIC 9(6).
               10 ACUMULADO-HORAS PIC 9(4)V99.
               10 ACUMULADO-DIAS PIC 9(2).
       COPY "copybooks/28-EstadoHorasDiarias.cbl".
      *Estado del archivo de horas mensuales.
       COPY "copybooks/28-EstadoHorasMensuales.cbl".
      *Estado del registro de personal externo.
       COPY "copybooks/28-EstadoContingentes.cbl".
      *Estado del archivo de horas mensuales del personal externo.
       COPY "copybooks/28-EstadoHorasContingentes.cbl".

       PROCEDURE DIVISION.

           PERFORM COMPROBAR-ESTADO-DIARIAS.
           OPEN OUTPUT HORAS-MENSUALES-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-MENSUALES.
           MOVE "S" TO CONTINGENTES-DISPONIBLES.
           OPEN INPUT CONTINGENTES-ARCHIVO.
           IF CONTINGENTES-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO CONTINGENTES-DISPONIBLES.
           OPEN OUTPUT HORAS-CONTINGENTES-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-CONTINGENTES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE HORAS-DIARIAS-ARCHIVO.
           CLOSE HORAS-MENSUALES-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-MENSUALES.
           IF CONTINGENTES-DISPONIBLES = "S"
               CLOSE CONTINGENTES-ARCHIVO.
           CLOSE HORAS-CONTINGENTES-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-CONTINGENTES.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
               DISPLAY "Estado de archivo mensual inesperado: "
                       HORAS-MENSUALES-STATUS.

       COMPROBAR-ESTADO-CONTINGENTES.
           IF HORAS-CONTINGENTES-STATUS NOT = "00"
               DISPLAY "Estado de archivo mensual de personal "
                       "externo inesperado: " HORAS-CONTINGENTES-STATUS.

       PROCESAR-FICHAJE.
           ADD 1 TO CONT-FICHAJES.
           PERFORM VALIDAR-FICHAJE.

       VALIDAR-FICHAJE.
           MOVE "S" TO FICHAJE-VALIDO.
           IF FICHAJE-EMPLEADOS-ID (1:1) = "C"
               PERFORM VALIDAR-FICHAJE-EXTERNO
           ELSE
               PERFORM VALIDAR-FICHAJE-EMPLEADO.
           IF FICHAJE-VALIDO = "S" AND FICHAJE-HORAS > 24
               MOVE "N" TO FICHAJE-VALIDO
               ADD 1 TO CONT-HORAS-IMPOSIBLES
               DISPLAY "EXCEPCION HORAS IMPOSIBLES: "
                       FICHAJE-EMPLEADOS-ID " el " FICHAJE-FECHA
                       " con " FICHAJE-HORAS " horas.".

       VALIDAR-FICHAJE-EMPLEADO.
           MOVE FICHAJE-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
               ADD 1 TO CONT-INACTIVOS
               DISPLAY "EXCEPCION INACTIVO:        "
                       FICHAJE-EMPLEADOS-ID " el " FICHAJE-FECHA.

       VALIDAR-FICHAJE-EXTERNO.
      *Un fichaje de personal externo fuera de las fechas de su
      *encargo no se paga a la agencia: se deja como excepcion.
           IF CONTINGENTES-DISPONIBLES = "N"
               MOVE "N" TO FICHAJE-VALIDO
           ELSE
               MOVE FICHAJE-EMPLEADOS-ID TO CONTINGENTE-ID
               READ CONTINGENTES-ARCHIVO
                   INVALID KEY
                       MOVE "N" TO FICHAJE-VALIDO
               END-READ.
           IF FICHAJE-VALIDO = "N"
               ADD 1 TO CONT-ID-DESCONOCIDO
               DISPLAY "EXCEPCION ID DESCONOCIDO:  "
                       FICHAJE-EMPLEADOS-ID " el "
                       FICHAJE-FECHA.
           IF FICHAJE-VALIDO = "S" AND
              (FICHAJE-FECHA < CONTINGENTE-FECHA-INICIO OR
               (CONTINGENTE-FECHA-FIN > 0 AND
                FICHAJE-FECHA > CONTINGENTE-FECHA-FIN))
               MOVE "N" TO FICHAJE-VALIDO
               ADD 1 TO CONT-FUERA-DE-ENCARGO
               DISPLAY "EXCEPCION FUERA DE ENCARGO: "
                       FICHAJE-EMPLEADOS-ID " el " FICHAJE-FECHA.

       ACUMULAR-FICHAJE.
           COMPUTE FICHAJE-ANIO-MES = FICHAJE-FECHA / 100.
           UNTIL SUB-I > CONT-ACUMULADOS.

       ESCRIBIR-FILA-ACUMULADO.
           IF ACUMULADO-EXTERNO (SUB-I)
               PERFORM ESCRIBIR-FILA-EXTERNO
           ELSE
               PERFORM ESCRIBIR-FILA-EMPLEADO.
           ADD 1 TO SUB-I.

       ESCRIBIR-FILA-EMPLEADO.
           MOVE SPACE TO MENSUAL-REGISTRO.
           MOVE ACUMULADO-ID (SUB-I) TO MENSUAL-EMPLEADOS-ID.
           MOVE ACUMULADO-ANIO-MES (SUB-I) TO MENSUAL-ANIO-MES.
           MOVE ACUMULADO-DIAS (SUB-I) TO MENSUAL-DIAS-FICHADOS.
           WRITE MENSUAL-REGISTRO.
           PERFORM COMPROBAR-ESTADO-MENSUALES.

       ESCRIBIR-FILA-EXTERNO.
      *Se anota la agencia, el destino y la tarifa vigentes para que
      *el informe de gasto valore el mes con los datos de la carga.
           MOVE SPACE TO CONTMES-REGISTRO.
           MOVE ACUMULADO-ID (SUB-I) TO CONTMES-ID.
           MOVE ACUMULADO-ANIO-MES (SUB-I) TO CONTMES-ANIO-MES.
           MOVE ACUMULADO-HORAS (SUB-I) TO CONTMES-HORAS.
           MOVE ACUMULADO-DIAS (SUB-I) TO CONTMES-DIAS-FICHADOS.
           MOVE ACUMULADO-ID (SUB-I) TO CONTINGENTE-ID.
           READ CONTINGENTES-ARCHIVO
               INVALID KEY
                   MOVE SPACE TO CONTINGENTE-AGENCIA
                   MOVE SPACE TO CONTINGENTE-DEPARTAMENTO
                   MOVE ZERO TO CONTINGENTE-TARIFA-HORA
           END-READ.
           MOVE CONTINGENTE-AGENCIA TO CONTMES-AGENCIA.
           MOVE CONTINGENTE-DEPARTAMENTO TO CONTMES-DEPARTAMENTO.
           MOVE CONTINGENTE-TARIFA-HORA TO CONTMES-TARIFA-HORA.
           WRITE CONTMES-REGISTRO.
           PERFORM COMPROBAR-ESTADO-CONTINGENTES.
           ADD 1 TO CONT-ACUMULADOS-EXTERNOS.

       MOSTRAR-EXCEPCIONES.
           DISPLAY " ".
           DISPLAY "RESUMEN DE LA CARGA DE HORAS".
           DISPLAY "Fichajes leidos:            " CONT-FICHAJES.
           DISPLAY "Acumulados escritos:        " CONT-ACUMULADOS.
           DISPLAY "  de ellos personal externo: "
                   CONT-ACUMULADOS-EXTERNOS.
           DISPLAY "IDs desconocidos:           " CONT-ID-DESCONOCIDO.
           DISPLAY "Fichajes de inactivos:      " CONT-INACTIVOS.
           DISPLAY "Externos fuera de encargo:  " CONT-FUERA-DE-ENCARGO.
           DISPLAY "Horas imposibles (mas de 24): "
                   CONT-HORAS-IMPOSIBLES.
           DISPLAY "Dias distintos exportados:  " TOTAL-DIAS-DEL-MES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-EVACUACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo fisico en modo dinamico.
       COPY "copybooks/28-PhFile.cbl".
      *Archivo de marcajes del reloj de fichajes.
       COPY "copybooks/28-PhMarcajes.cbl".
      *Registro de personal externo de ETT y contratas.
       COPY "copybooks/28-PhContingentes.cbl".
      *Archivo maestro de horarios de trabajo.
       COPY "copybooks/28-PhHorarios.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-PhAusencias.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Archivo logico.
       COPY "copybooks/28-LoFile.cbl".
      *Archivo de marcajes del reloj de fichajes.
       COPY "copybooks/28-LoMarcajes.cbl".
      *Registro de personal externo de ETT y contratas.
       COPY "copybooks/28-LoContingentes.cbl".
      *Archivo maestro de horarios de trabajo.
       COPY "copybooks/28-LoHorarios.cbl".
      *Archivo de ausencias y vacaciones.
       COPY "copybooks/28-LoAusencias.cbl".

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  CONTINGENTES-DISPONIBLES PIC X.
       77  HORARIOS-DISPONIBLES PIC X.
       77  AUSENCIAS-DISPONIBLES PIC X.
       77  FIN-AUSENCIAS PIC X.
       77  TIENE-AUSENCIA PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  AVISO-TABLA-LLENA PIC X VALUE "N".
       77  HAY-GRUPO-ABIERTO PIC X.
       77  SUB-I PIC 9(4) COMP VALUE 0.
       77  SUB-J PIC 9(4) COMP VALUE 0.
       77  SUB-MENOR PIC 9(4) COMP VALUE 0.
       77  POSICION-MARCA PIC 9(4) COMP VALUE 0.
       77  CONT-MARCADOS PIC 9(4) COMP VALUE 0.
       77  CONT-PRESENTES PIC 9(4) COMP VALUE 0.
       77  CONT-PRESENTES-GRUPO PIC 9(4) COMP VALUE 0.
       77  CONT-EXTERNOS PIC 9(4) COMP VALUE 0.
       77  CONT-SIN-FICHA PIC 9(4) COMP VALUE 0.
       77  CONT-ESPERADOS-SIN-FICHAR PIC 9(4) COMP VALUE 0.
       77  INDICE-DIA-SEMANA PIC 9(1).

       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-DE-HOY-R REDEFINES FECHA-DE-HOY.
           05 HOY-ANIO PIC 9(4).
           05 HOY-MES PIC 9(2).
           05 HOY-DIA PIC 9(2).
       01  HORA-DEL-LISTADO PIC 9(8).
       01  HORA-DEL-LISTADO-R REDEFINES HORA-DEL-LISTADO.
           05 LISTADO-HHMM PIC 9(4).
           05 FILLER PIC 9(4).

      *Ultimo marcaje del dia de cada tarjeta. Sigue en el edificio
      *quien tiene como ultimo marcaje una entrada; a igualdad de
      *hora prevalece el marcaje leido despues.
       01  TABLA-MARCAS.
           05 MARCA-FILA OCCURS 1000 TIMES.
               10 MARCA-ID PIC X(6).
               10 MARCA-HORA PIC 9(4).
               10 MARCA-TIPO PIC X(1).

      *Personas presentes, ordenadas por sucursal, departamento y
      *apellidos para repartir la lista entre los responsables de
      *cada planta.
       01  TABLA-PRESENTES.
           05 PRESENTE-FILA OCCURS 1000 TIMES.
               10 PRESENTE-CLAVE.
                   15 PRESENTE-SUCURSAL PIC X(4).
                   15 PRESENTE-DEPARTAMENTO PIC X(4).
                   15 PRESENTE-APELLIDOS PIC X(25).
                   15 PRESENTE-ID PIC X(6).
               10 PRESENTE-NOMBRE PIC X(25).
               10 PRESENTE-HORA-ENTRADA PIC 9(4).
               10 PRESENTE-TELEFONO PIC X(12).
               10 PRESENTE-CONTACTO-NOMBRE PIC X(25).
               10 PRESENTE-CONTACTO-PARENTESCO PIC X(15).
               10 PRESENTE-CONTACTO-TELEFONO PIC X(12).
       01  FILA-INTERCAMBIO PIC X(132).

       01  SUCURSAL-ACTUAL PIC X(4).
       01  DEPARTAMENTO-ACTUAL PIC X(4).
       01  ID-BUSCADO PIC X(6).
       01  CONT-EDITADO PIC ZZZ9.
       01  HORA-A-EDITAR PIC 9(4).
       01  HORA-A-EDITAR-R REDEFINES HORA-A-EDITAR.
           05 EDITAR-HH PIC 9(2).
           05 EDITAR-MM PIC 9(2).
       01  HORA-EDITADA.
           05 HORA-EDITADA-HH PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 HORA-EDITADA-MM PIC 9(2).

      *Variables del calculo del dia de la semana por la congruencia
      *de Zeller: 0 = sabado, 1 = domingo, 2 = lunes...
       77  DIA-SEMANA PIC 9(1).
       01  ZELLER-Q PIC 9(2).
       01  ZELLER-M PIC 9(2).
       01  ZELLER-A PIC 9(4).
       01  ZELLER-K PIC 9(2).
       01  ZELLER-J PIC 9(2).
       01  ZELLER-H PIC S9(8).
       01  ZELLER-SUMA PIC S9(8).
       01  ZELLER-COCIENTE PIC S9(8).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de marcajes del reloj.
       COPY "copybooks/28-EstadoMarcajes.cbl".
      *Estado del registro de personal externo.
       COPY "copybooks/28-EstadoContingentes.cbl".
      *Estado del archivo maestro de horarios.
       COPY "copybooks/28-EstadoHorarios.cbl".
      *Estado del archivo de ausencias y vacaciones.
       COPY "copybooks/28-EstadoAusencias.cbl".

       PROCEDURE DIVISION.

       EMPIEZA-PROGRAMA.
      *Lista de recuento para la evacuacion: quien esta dentro del
      *edificio segun los marcajes de hoy, con su telefono y su
      *contacto de emergencia, en formato de hoja de comprobacion
      *firmada por el responsable de cada departamento. Sin
      *preguntas, para lanzarla desde el menu en cuanto suene la
      *alarma. Se usa la fecha y la hora del reloj del sistema y no
      *la fecha de negocio: interesa quien esta dentro ahora.
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-DEL-LISTADO FROM TIME.
           PERFORM PONER-CONTADORES-A-CERO.
           PERFORM CARGAR-MARCAJES-DE-HOY.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM SELECCIONAR-PRESENTES.
           PERFORM ORDENAR-PRESENTES.
           PERFORM CONTAR-ESPERADOS-SIN-FICHAR.
           PERFORM IMPRIMIR-LISTA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PONER-CONTADORES-A-CERO.
      *El menu puede lanzar la lista varias veces en la misma sesion
      *durante un simulacro: cada pasada empieza de cero.
           MOVE 0 TO CONT-MARCADOS.
           MOVE 0 TO CONT-PRESENTES.
           MOVE 0 TO CONT-EXTERNOS.
           MOVE 0 TO CONT-SIN-FICHA.
           MOVE 0 TO CONT-ESPERADOS-SIN-FICHAR.
           MOVE "N" TO AVISO-TABLA-LLENA.

       CARGAR-MARCAJES-DE-HOY.
           OPEN INPUT MARCAJES-ARCHIVO.
           IF MARCAJES-ARCHIVO-STATUS NOT = "00"
               DISPLAY "Estado del archivo de marcajes inesperado: "
                       MARCAJES-ARCHIVO-STATUS
           ELSE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-MARCAJE
               UNTIL LEE-TODO = "1"
               CLOSE MARCAJES-ARCHIVO.

       LEER-MARCAJE.
           READ MARCAJES-ARCHIVO
               AT END
                   MOVE "1" TO LEE-TODO
               NOT AT END
                   IF MARCAJE-FECHA = FECHA-DE-HOY
                       PERFORM ANOTAR-MARCAJE
           END-READ.

       ANOTAR-MARCAJE.
           MOVE MARCAJE-EMPLEADOS-ID TO ID-BUSCADO.
           MOVE 0 TO POSICION-MARCA.
           MOVE 1 TO SUB-I.
           PERFORM COMPARAR-FILA-MARCA
           UNTIL SUB-I > CONT-MARCADOS OR POSICION-MARCA > 0.
           IF POSICION-MARCA = 0
               IF CONT-MARCADOS < 1000
                   ADD 1 TO CONT-MARCADOS
                   MOVE MARCAJE-EMPLEADOS-ID
                       TO MARCA-ID (CONT-MARCADOS)
                   MOVE ZERO TO MARCA-HORA (CONT-MARCADOS)
                   MOVE CONT-MARCADOS TO POSICION-MARCA
               ELSE
                   IF AVISO-TABLA-LLENA = "N"
                       DISPLAY "Aviso: mas de 1000 tarjetas con "
                               "marcaje hoy, la lista no incluye "
                               "las siguientes."
                       MOVE "S" TO AVISO-TABLA-LLENA.
           IF POSICION-MARCA > 0 AND
              MARCAJE-HORA NOT < MARCA-HORA (POSICION-MARCA)
               MOVE MARCAJE-HORA TO MARCA-HORA (POSICION-MARCA)
               MOVE MARCAJE-TIPO TO MARCA-TIPO (POSICION-MARCA).

       COMPARAR-FILA-MARCA.
           IF MARCA-ID (SUB-I) = ID-BUSCADO
               MOVE SUB-I TO POSICION-MARCA.
           ADD 1 TO SUB-I.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           MOVE "S" TO CONTINGENTES-DISPONIBLES.
           OPEN INPUT CONTINGENTES-ARCHIVO.
           IF CONTINGENTES-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO CONTINGENTES-DISPONIBLES.
           MOVE "S" TO HORARIOS-DISPONIBLES.
           OPEN INPUT HORARIOS-ARCHIVO.
           IF HORARIOS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO HORARIOS-DISPONIBLES.
           MOVE "S" TO AUSENCIAS-DISPONIBLES.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           IF AUSENCIAS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO AUSENCIAS-DISPONIBLES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           IF CONTINGENTES-DISPONIBLES = "S"
               CLOSE CONTINGENTES-ARCHIVO.
           IF HORARIOS-DISPONIBLES = "S"
               CLOSE HORARIOS-ARCHIVO.
           IF AUSENCIAS-DISPONIBLES = "S"
               CLOSE AUSENCIAS-ARCHIVO.

       COMPROBAR-ESTADO-ARCHIVO.
           IF EMPLEADOS-ARCHIVO-STATUS NOT = "00" AND
              EMPLEADOS-ARCHIVO-STATUS NOT = "97"
               DISPLAY "Estado de archivo inesperado: "
                       EMPLEADOS-ARCHIVO-STATUS.

       SELECCIONAR-PRESENTES.
           MOVE 1 TO SUB-J.
           PERFORM REVISAR-MARCA
           UNTIL SUB-J > CONT-MARCADOS.

       REVISAR-MARCA.
           IF MARCA-TIPO (SUB-J) = "E"
               PERFORM ANIADIR-PRESENTE.
           ADD 1 TO SUB-J.

       ANIADIR-PRESENTE.
      *Empleado, personal externo (ID "C") o tarjeta sin ficha: en
      *una evacuacion nadie que este dentro se deja fuera de la
      *lista, asi que la tarjeta desconocida sale igualmente.
           ADD 1 TO CONT-PRESENTES.
           MOVE SPACE TO PRESENTE-FILA (CONT-PRESENTES).
           MOVE MARCA-ID (SUB-J) TO PRESENTE-ID (CONT-PRESENTES).
           MOVE MARCA-HORA (SUB-J)
               TO PRESENTE-HORA-ENTRADA (CONT-PRESENTES).
           IF MARCA-ID (SUB-J) (1:1) = "C"
               PERFORM COMPLETAR-EXTERNO
           ELSE
               PERFORM COMPLETAR-EMPLEADO.

       COMPLETAR-EMPLEADO.
           MOVE MARCA-ID (SUB-J) TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   PERFORM MARCAR-SIN-FICHA
               NOT INVALID KEY
                   MOVE EMPLEADOS-SUCURSAL
                       TO PRESENTE-SUCURSAL (CONT-PRESENTES)
                   MOVE EMPLEADOS-DEPARTAMENTO
                       TO PRESENTE-DEPARTAMENTO (CONT-PRESENTES)
                   MOVE EMPLEADOS-APELLIDOS
                       TO PRESENTE-APELLIDOS (CONT-PRESENTES)
                   MOVE EMPLEADOS-NOMBRE
                       TO PRESENTE-NOMBRE (CONT-PRESENTES)
                   MOVE EMPLEADOS-TELEFONO
                       TO PRESENTE-TELEFONO (CONT-PRESENTES)
                   MOVE EMPLEADOS-CONTACTO-NOMBRE
                       TO PRESENTE-CONTACTO-NOMBRE (CONT-PRESENTES)
                   MOVE EMPLEADOS-CONTACTO-PARENTESCO
                       TO PRESENTE-CONTACTO-PARENTESCO
                          (CONT-PRESENTES)
                   MOVE EMPLEADOS-CONTACTO-TELEFONO
                       TO PRESENTE-CONTACTO-TELEFONO (CONT-PRESENTES)
           END-READ.

       COMPLETAR-EXTERNO.
      *El registro de personal externo no guarda telefono ni
      *contacto de emergencia: en su lugar figura la agencia, que es
      *quien los tiene.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           IF CONTINGENTES-DISPONIBLES = "S"
               MOVE MARCA-ID (SUB-J) TO CONTINGENTE-ID
               READ CONTINGENTES-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO REGISTRO-ENCONTRADO
               END-READ.
           IF REGISTRO-ENCONTRADO = "N"
               PERFORM MARCAR-SIN-FICHA
           ELSE
               ADD 1 TO CONT-EXTERNOS
               MOVE CONTINGENTE-SUCURSAL
                   TO PRESENTE-SUCURSAL (CONT-PRESENTES)
               MOVE CONTINGENTE-DEPARTAMENTO
                   TO PRESENTE-DEPARTAMENTO (CONT-PRESENTES)
               MOVE CONTINGENTE-APELLIDOS
                   TO PRESENTE-APELLIDOS (CONT-PRESENTES)
               MOVE CONTINGENTE-NOMBRE
                   TO PRESENTE-NOMBRE (CONT-PRESENTES)
               MOVE CONTINGENTE-AGENCIA
                   TO PRESENTE-CONTACTO-NOMBRE (CONT-PRESENTES)
               MOVE "AGENCIA"
                   TO PRESENTE-CONTACTO-PARENTESCO (CONT-PRESENTES).

       MARCAR-SIN-FICHA.
      *Sin sucursal ni departamento la tarjeta queda al principio de
      *la lista, donde el coordinador de la evacuacion la ve antes.
           ADD 1 TO CONT-SIN-FICHA.
           MOVE "TARJETA SIN FICHA"
               TO PRESENTE-APELLIDOS (CONT-PRESENTES).

       ORDENAR-PRESENTES.
      *Ordenacion por seleccion, como la del informe de antiguedad.
           MOVE 1 TO SUB-I.
           PERFORM ORDENAR-UNA-POSICION
           UNTIL SUB-I >= CONT-PRESENTES.

       ORDENAR-UNA-POSICION.
           MOVE SUB-I TO SUB-MENOR.
           COMPUTE SUB-J = SUB-I + 1.
           PERFORM BUSCAR-MENOR-PRESENTE
           UNTIL SUB-J > CONT-PRESENTES.
           IF SUB-MENOR NOT = SUB-I
               MOVE PRESENTE-FILA (SUB-I) TO FILA-INTERCAMBIO
               MOVE PRESENTE-FILA (SUB-MENOR) TO PRESENTE-FILA (SUB-I)
               MOVE FILA-INTERCAMBIO TO PRESENTE-FILA (SUB-MENOR).
           ADD 1 TO SUB-I.

       BUSCAR-MENOR-PRESENTE.
           IF PRESENTE-CLAVE (SUB-J) < PRESENTE-CLAVE (SUB-MENOR)
               MOVE SUB-J TO SUB-MENOR.
           ADD 1 TO SUB-J.

       CONTAR-ESPERADOS-SIN-FICHAR.
      *Empleados activos con jornada hoy en su horario, sin ningun
      *marcaje del dia y sin ausencia registrada: pueden estar
      *dentro sin haber fichado o de camino, y el coordinador debe
      *confirmarlos por telefono.
           IF HORARIOS-DISPONIBLES = "S"
               PERFORM CALCULAR-DIA-SEMANA
               MOVE "0" TO LEE-TODO
               PERFORM LEE-SIGUIENTE-REGISTRO
               PERFORM REVISAR-ESPERADO
               UNTIL LEE-TODO = "1".

       REVISAR-ESPERADO.
           IF EMPLEADOS-ACTIVO
               MOVE EMPLEADOS-ID TO HORARIO-EMPLEADOS-ID
               READ HORARIOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HORARIO-DIA (INDICE-DIA-SEMANA) = "S"
                           PERFORM COMPROBAR-SIN-MARCAJE
               END-READ.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       COMPROBAR-SIN-MARCAJE.
           MOVE 0 TO POSICION-MARCA.
           MOVE 1 TO SUB-I.
           MOVE EMPLEADOS-ID TO ID-BUSCADO.
           PERFORM COMPARAR-FILA-MARCA
           UNTIL SUB-I > CONT-MARCADOS OR POSICION-MARCA > 0.
           IF POSICION-MARCA = 0
               PERFORM BUSCAR-AUSENCIA THRU BUSCAR-AUSENCIA-FIN
               IF TIENE-AUSENCIA = "N"
                   ADD 1 TO CONT-ESPERADOS-SIN-FICHAR.

       BUSCAR-AUSENCIA.
           MOVE "N" TO TIENE-AUSENCIA.
           IF AUSENCIAS-DISPONIBLES = "N"
               GO TO BUSCAR-AUSENCIA-FIN.
           MOVE "N" TO FIN-AUSENCIAS.
           MOVE EMPLEADOS-ID TO AUSENCIA-EMPLEADOS-ID.
           MOVE ZEROES TO AUSENCIA-FECHA-DESDE.
           START AUSENCIAS-ARCHIVO KEY IS NOT LESS THAN
               AUSENCIA-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-AUSENCIAS
           END-START.
           PERFORM COMPARAR-AUSENCIA
           UNTIL FIN-AUSENCIAS = "S" OR TIENE-AUSENCIA = "S".

       BUSCAR-AUSENCIA-FIN.
           EXIT.

       COMPARAR-AUSENCIA.
           READ AUSENCIAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-AUSENCIAS
           END-READ.
           IF FIN-AUSENCIAS = "N" AND
              AUSENCIA-EMPLEADOS-ID NOT = EMPLEADOS-ID
               MOVE "S" TO FIN-AUSENCIAS.
           IF FIN-AUSENCIAS = "N" AND
              AUSENCIA-FECHA-DESDE NOT > FECHA-DE-HOY AND
              AUSENCIA-FECHA-HASTA NOT < FECHA-DE-HOY
               MOVE "S" TO TIENE-AUSENCIA.

       CALCULAR-DIA-SEMANA.
      *Congruencia de Zeller sobre la fecha de hoy, como en el
      *detector de no presentados. El horario guarda las marcas de
      *lunes (1) a domingo (7).
           MOVE HOY-DIA TO ZELLER-Q.
           MOVE HOY-MES TO ZELLER-M.
           MOVE HOY-ANIO TO ZELLER-A.
           IF ZELLER-M < 3
               ADD 12 TO ZELLER-M
               SUBTRACT 1 FROM ZELLER-A.
           DIVIDE ZELLER-A BY 100 GIVING ZELLER-J
               REMAINDER ZELLER-K.
           COMPUTE ZELLER-SUMA =
                   ZELLER-Q + ((13 * (ZELLER-M + 1)) / 5) +
                   ZELLER-K + (ZELLER-K / 4) + (ZELLER-J / 4) +
                   (5 * ZELLER-J).
           DIVIDE ZELLER-SUMA BY 7 GIVING ZELLER-COCIENTE
               REMAINDER ZELLER-H.
           MOVE ZELLER-H TO DIA-SEMANA.
           IF DIA-SEMANA NOT < 2
               COMPUTE INDICE-DIA-SEMANA = DIA-SEMANA - 1
           ELSE
               COMPUTE INDICE-DIA-SEMANA = DIA-SEMANA + 6.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.

       IMPRIMIR-LISTA.
           MOVE SPACE TO INFORME-PETICION.
           MOVE "I" TO INFORME-OPERACION.
           MOVE "LISTA_EVACUACION.TXT" TO INFORME-NOMBRE.
           MOVE "LISTA-EVACUACION" TO INFORME-PROGRAMA.
           MOVE "RECUENTO DE EVACUACION" TO INFORME-TITULO.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           MOVE LISTADO-HHMM TO HORA-A-EDITAR.
           PERFORM EDITAR-HORA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "PRESENTES SEGUN LOS MARCAJES DEL " DELIMITED BY SIZE
                  FECHA-DE-HOY DELIMITED BY SIZE
                  " A LAS " DELIMITED BY SIZE
                  HORA-EDITADA DELIMITED BY SIZE
                  ". MARQUE [X] A CADA PERSONA EN EL PUNTO DE "
                  DELIMITED BY SIZE
                  "ENCUENTRO." DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE "N" TO HAY-GRUPO-ABIERTO.
           MOVE 1 TO SUB-I.
           PERFORM IMPRIMIR-PRESENTE
           UNTIL SUB-I > CONT-PRESENTES.
           IF HAY-GRUPO-ABIERTO = "S"
               PERFORM CERRAR-GRUPO.
           PERFORM IMPRIMIR-TOTALES.
           MOVE "F" TO INFORME-OPERACION.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.

       IMPRIMIR-PRESENTE.
           IF HAY-GRUPO-ABIERTO = "S" AND
              (PRESENTE-SUCURSAL (SUB-I) NOT = SUCURSAL-ACTUAL OR
               PRESENTE-DEPARTAMENTO (SUB-I) NOT = DEPARTAMENTO-ACTUAL)
               PERFORM CERRAR-GRUPO.
           IF HAY-GRUPO-ABIERTO = "N"
               PERFORM ABRIR-GRUPO.
           ADD 1 TO CONT-PRESENTES-GRUPO.
           MOVE PRESENTE-HORA-ENTRADA (SUB-I) TO HORA-A-EDITAR.
           PERFORM EDITAR-HORA.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "[   ] " DELIMITED BY SIZE
                  PRESENTE-ID (SUB-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRESENTE-APELLIDOS (SUB-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRESENTE-NOMBRE (SUB-I) DELIMITED BY SIZE
                  " ENTRO " DELIMITED BY SIZE
                  HORA-EDITADA DELIMITED BY SIZE
                  " TEL: " DELIMITED BY SIZE
                  PRESENTE-TELEFONO (SUB-I) DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "         EMERGENCIA: " DELIMITED BY SIZE
                  PRESENTE-CONTACTO-NOMBRE (SUB-I) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  PRESENTE-CONTACTO-PARENTESCO (SUB-I)
                  DELIMITED BY SIZE
                  ") TEL: " DELIMITED BY SIZE
                  PRESENTE-CONTACTO-TELEFONO (SUB-I) DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           ADD 1 TO SUB-I.

       EDITAR-HORA.
           MOVE EDITAR-HH TO HORA-EDITADA-HH.
           MOVE EDITAR-MM TO HORA-EDITADA-MM.

       ABRIR-GRUPO.
           MOVE "S" TO HAY-GRUPO-ABIERTO.
           MOVE PRESENTE-SUCURSAL (SUB-I) TO SUCURSAL-ACTUAL.
           MOVE PRESENTE-DEPARTAMENTO (SUB-I) TO DEPARTAMENTO-ACTUAL.
           MOVE 0 TO CONT-PRESENTES-GRUPO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           STRING "SUCURSAL: " DELIMITED BY SIZE
                  SUCURSAL-ACTUAL DELIMITED BY SIZE
                  "  DEPARTAMENTO: " DELIMITED BY SIZE
                  DEPARTAMENTO-ACTUAL DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       CERRAR-GRUPO.
      *Cada responsable firma su bloque al terminar el recuento.
           MOVE "N" TO HAY-GRUPO-ABIERTO.
           MOVE CONT-PRESENTES-GRUPO TO CONT-EDITADO.
           MOVE "L" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   PRESENTES EN LA LISTA: " DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
                  "   CONFIRMADOS: ______   FALTAN: ______"
                  DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "   RESPONSABLE: ______________________________"
                  DELIMITED BY SIZE
                  "   FIRMA: ______________   HORA: _____"
                  DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       IMPRIMIR-TOTALES.
           MOVE "T" TO INFORME-OPERACION.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-PRESENTES TO CONT-EDITADO.
           STRING "PRESENTES EN EL EDIFICIO:           "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-EXTERNOS TO CONT-EDITADO.
           STRING "  DE ELLOS PERSONAL DE ETT/CONTRATA: "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-SIN-FICHA TO CONT-EDITADO.
           STRING "  TARJETAS SIN FICHA:               "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           MOVE CONT-ESPERADOS-SIN-FICHAR TO CONT-EDITADO.
           STRING "ESPERADOS HOY SIN MARCAJE NI AUSENCIA: "
                  DELIMITED BY SIZE
                  CONT-EDITADO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE SPACE TO INFORME-LINEA.
           STRING "COORDINADOR: ______________________________"
                  DELIMITED BY SIZE
                  "   FIRMA: ______________   HORA: _____"
                  DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.

       END PROGRAM LISTA-EVACUACION.

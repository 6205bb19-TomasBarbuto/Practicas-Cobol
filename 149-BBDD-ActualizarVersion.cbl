           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPANT-ID
           FILE STATUS IS EMPLEADOS-ANTIGUO-STATUS.
      *Archivo de empleados con el trazado fisico de 296 bytes de
      *la version 4, anterior al porcentaje de jornada.
       SELECT EMPLEADOS-V4-ARCHIVO
           ASSIGN TO EMPLEADOS-ARCHIVO-NOMBRE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPV4-ID
           FILE STATUS IS EMPLEADOS-V4-STATUS.
      *Extracto de RRHH con el sexo de la plantilla existente, para
      *informar los registros grabados antes de tener el campo.
       SELECT SEXO-EXTRACTO-ARCHIVO
           ASSIGN TO "SEXO_EMPLEADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEXO-EXTRACTO-STATUS.
      *Archivo de trabajo intermedio de la conversion.
       SELECT VERSION-TRABAJO-ARCHIVO
           ASSIGN TO "VERSION_TRABAJO.TXT"
           05 EMPANT-ID PIC X(6).
           05 EMPANT-RESTO PIC X(289).

       FD EMPLEADOS-V4-ARCHIVO.
       01 EMPV4-REGISTRO.
           05 EMPV4-ID PIC X(6).
           05 EMPV4-RESTO PIC X(290).

       FD SEXO-EXTRACTO-ARCHIVO.
       01 SEXO-EXTRACTO-REGISTRO.
           05 SEXEXT-EMPLEADOS-ID PIC X(6).
           05 SEXEXT-SEXO PIC X(1).

       FD VERSION-TRABAJO-ARCHIVO.
       01 VERSION-TRABAJO-REGISTRO PIC X(400).

       WORKING-STORAGE SECTION.
       77  LEE-TODO PIC X.
       77  CONT-YA-VIGENTES PIC 9(5) COMP VALUE 0.
      *Recuento de registros por version de origen: 1 trazado base,
      *2 con datos bancarios, 3 con grado, sucursal, contrato y
      *NIF, 4 direccion estructurada y byte de version, 5 vigente
      *(porcentaje de jornada).
      *Los que no declaran version valida se clasifican por el
      *contenido de sus bloques.
       77  CONT-VERSION-1 PIC 9(5) COMP VALUE 0.
       77  CONT-VERSION-2 PIC 9(5) COMP VALUE 0.
       77  CONT-VERSION-3 PIC 9(5) COMP VALUE 0.
       77  CONT-VERSION-4 PIC 9(5) COMP VALUE 0.
       77  VERSION-DETECTADA PIC X(1).
       77  CONT-SEXO-INFORMADOS PIC 9(5) COMP VALUE 0.
       77  CONT-SEXO-RECHAZADOS PIC 9(5) COMP VALUE 0.
       77  CONT-SEXO-YA-INFORMADOS PIC 9(5) COMP VALUE 0.
       77  SEXO-EXTRACTO-DISPONIBLE PIC X VALUE "N".

       01  EMPLEADOS-ANTIGUO-STATUS PIC X(2).
       01  EMPLEADOS-V4-STATUS PIC X(2).
       01  VERSION-TRABAJO-STATUS PIC X(2).
       01  SEXO-EXTRACTO-STATUS PIC X(2).

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".

       EMPIEZA-PROGRAMA.
           OPEN I-O EMPLEADOS-ARCHIVO.
      *Un archivo grabado con un trazado fisico anterior (296 bytes
      *de la version 4, o 295 sin byte de version) abre con estado
      *39: se vuelca a un trabajo
      *y se recrea con el trazado vigente, igual que hace la
      *conversion del calendario de festivos, antes de estampar
      *las versiones registro a registro.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM ACTUALIZAR-REGISTRO
           UNTIL LEE-TODO = "1".
           PERFORM CARGAR-SEXO-EXTRACTO.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           PERFORM MOSTRAR-RESUMEN.
                       EMPLEADOS-ARCHIVO-STATUS.

       CONVERTIR-TRAZADO-ANTIGUO.
      *Primero se prueba el trazado de la version 4; si tampoco
      *encaja, el archivo es del trazado de 295 bytes.
           OPEN INPUT EMPLEADOS-V4-ARCHIVO.
           IF EMPLEADOS-V4-STATUS = "00"
               OPEN OUTPUT VERSION-TRABAJO-ARCHIVO
               MOVE "0" TO LEE-TODO
               PERFORM VOLCAR-V4-AL-TRABAJO
               UNTIL LEE-TODO = "1"
               CLOSE VERSION-TRABAJO-ARCHIVO
               CLOSE EMPLEADOS-V4-ARCHIVO
           ELSE
               PERFORM VOLCAR-TRAZADO-295.
      *El OPEN OUTPUT recrea el archivo indexado ya con el registro
      *de 400 bytes; lo que el trazado antiguo no traia queda en
      *blanco y lo inicializa despues la pasada normal.
           OPEN INPUT VERSION-TRABAJO-ARCHIVO.
           OPEN OUTPUT EMPLEADOS-ARCHIVO.
           MOVE "0" TO LEE-TODO.
           PERFORM RECARGAR-EMPLEADO
           UNTIL LEE-TODO = "1".
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE VERSION-TRABAJO-ARCHIVO.
           OPEN OUTPUT VERSION-TRABAJO-ARCHIVO.
           CLOSE VERSION-TRABAJO-ARCHIVO.

       VOLCAR-TRAZADO-295.
           OPEN INPUT EMPLEADOS-ANTIGUO-ARCHIVO.
           IF EMPLEADOS-ANTIGUO-STATUS NOT = "00"
               DISPLAY "Estado inesperado del trazado antiguo: "
           UNTIL LEE-TODO = "1".
           CLOSE VERSION-TRABAJO-ARCHIVO.
           CLOSE EMPLEADOS-ANTIGUO-ARCHIVO.

       VOLCAR-V4-AL-TRABAJO.
           READ EMPLEADOS-V4-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO.
           IF LEE-TODO = "0"
               MOVE EMPV4-REGISTRO TO VERSION-TRABAJO-REGISTRO
               WRITE VERSION-TRABAJO-REGISTRO.

       VOLCAR-EMPLEADO-AL-TRABAJO.
           READ EMPLEADOS-ANTIGUO-ARCHIVO NEXT RECORD
           IF EMPLEADOS-VERSION-VIGENTE
               ADD 1 TO CONT-YA-VIGENTES
           ELSE
               IF EMPLEADOS-VERSION-REGISTRO = "4"
                   ADD 1 TO CONT-VERSION-4
               ELSE
                   PERFORM DETECTAR-VERSION-DE-ORIGEN
                   PERFORM INICIALIZAR-BLOQUES-NUEVOS
               END-IF
               PERFORM INICIALIZAR-JORNADA
               MOVE "5" TO EMPLEADOS-VERSION-REGISTRO
               REWRITE EMPLEADOS-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al reescribir el registro "
               MOVE SPACE TO EMPLEADOS-DIRECCION-PROVINCIA
               MOVE SPACE TO EMPLEADOS-DIRECCION-CP.

       INICIALIZAR-JORNADA.
      *Todo registro anterior al porcentaje de jornada pasa a
      *jornada completa desde su fecha de alta.
           MOVE 100 TO EMPLEADOS-JORNADA-PORCENTAJE.
           MOVE 100 TO EMPLEADOS-JORNADA-ANTERIOR.
           IF EMPLEADOS-FECHA-ALTA NUMERIC
               MOVE EMPLEADOS-FECHA-ALTA TO EMPLEADOS-JORNADA-DESDE
           ELSE
               MOVE ZEROES TO EMPLEADOS-JORNADA-DESDE.
           MOVE SPACE TO EMPLEADOS-SUPERIOR-ID.
           MOVE SPACE TO EMPLEADOS-SEXO.
           MOVE SPACE TO EMPLEADOS-DISCAPACIDAD-GRADO-X.
           MOVE SPACE TO EMPLEADOS-DISCAPACIDAD-CADUCA-X.
           MOVE SPACE TO EMPLEADOS-IRPF-PERSONAL-X.
           MOVE SPACE TO EMPLEADOS-IRPF-CALCULO-X.
           MOVE SPACE TO EMPLEADOS-EMPRESA.
           MOVE SPACE TO EMPLEADOS-EMPRESA-ANTERIOR.
           MOVE SPACE TO EMPLEADOS-EMPRESA-DESDE-X.
           MOVE SPACE TO EMPLEADOS-RESERVA.

       CARGAR-SEXO-EXTRACTO.
      *Con los registros ya en la version vigente se informa el
      *sexo de los que aun no lo tienen desde el extracto de RRHH,
      *si se ha dejado. Un sexo ya informado, tecleado en la ficha,
      *no se pisa.
           OPEN INPUT SEXO-EXTRACTO-ARCHIVO.
           IF SEXO-EXTRACTO-STATUS = "00"
               MOVE "S" TO SEXO-EXTRACTO-DISPONIBLE
               MOVE "0" TO LEE-TODO
               PERFORM LEER-SEXO-EXTRACTO
               PERFORM INFORMAR-SEXO
               UNTIL LEE-TODO = "1"
               CLOSE SEXO-EXTRACTO-ARCHIVO.

       LEER-SEXO-EXTRACTO.
           READ SEXO-EXTRACTO-ARCHIVO
           AT END
           MOVE "1" TO LEE-TODO.

       INFORMAR-SEXO.
           IF SEXEXT-SEXO = "h"
               MOVE "H" TO SEXEXT-SEXO.
           IF SEXEXT-SEXO = "m"
               MOVE "M" TO SEXEXT-SEXO.
           MOVE SEXEXT-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE SPACE TO EMPLEADOS-VERSION-REGISTRO
           END-READ.
           IF NOT EMPLEADOS-VERSION-VIGENTE OR
              (SEXEXT-SEXO NOT = "H" AND SEXEXT-SEXO NOT = "M")
               ADD 1 TO CONT-SEXO-RECHAZADOS
               DISPLAY "Extracto de sexo: linea no aplicada para "
                       SEXEXT-EMPLEADOS-ID
           ELSE
               IF EMPLEADOS-SEXO-INFORMADO
                   ADD 1 TO CONT-SEXO-YA-INFORMADOS
               ELSE
                   MOVE SEXEXT-SEXO TO EMPLEADOS-SEXO
                   REWRITE EMPLEADOS-REGISTRO
                       INVALID KEY
                           DISPLAY "Error al reescribir el registro "
                                   EMPLEADOS-ID
                   END-REWRITE
                   ADD 1 TO CONT-SEXO-INFORMADOS.
           PERFORM LEER-SEXO-EXTRACTO.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN DE LA ACTUALIZACION DE VERSION".
           DISPLAY "Recreados de trazado previo:" CONT-CONVERTIDOS.
           DISPLAY "Registros revisados:        " CONT-REVISADOS.
           DISPLAY "Ya en la version vigente:   " CONT-YA-VIGENTES.
           DISPLAY "Registros actualizados:     " CONT-ACTUALIZADOS.
           DISPLAY "  De version 1 (base):      " CONT-VERSION-1.
           DISPLAY "  De version 2 (bancarios): " CONT-VERSION-2.
           DISPLAY "  De version 3 (contrato):  " CONT-VERSION-3.
           DISPLAY "  De version 4 (direccion): " CONT-VERSION-4.
           IF SEXO-EXTRACTO-DISPONIBLE = "S"
               DISPLAY "Sexo informado del extracto:"
                       CONT-SEXO-INFORMADOS
               DISPLAY "  Ya informados, sin tocar: "
                       CONT-SEXO-YA-INFORMADOS
               DISPLAY "  Lineas no aplicadas:      "
                       CONT-SEXO-RECHAZADOS.

       END PROGRAM ACTUALIZAR-VERSION.

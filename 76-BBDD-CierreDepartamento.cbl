       COPY "copybooks/28-LkBloqueo.cbl".
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       77  LEE-TODO PIC X.
       77  FIN-DEPARTAMENTOS PIC X.
       77  CIERRE-PERMITIDO PIC X.
       01  OPERADOR-SESION PIC X(6).
       01  DEPARTAMENTO-ORIGEN PIC X(4).
       01  DEPARTAMENTO-DESTINO PIC X(4).
       01  REGISTRO-ANTES PIC X(400).
       01  RESPONSABLE-AFECTADO PIC X(6).

      *Empresa del grupo de los dos departamentos, con la empresa en
      *blanco como la principal "01".
       01  EMPRESA-ORIGEN PIC X(2).
       01  EMPRESA-DESTINO PIC X(2).

      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del journal de imagenes de EMPLEADOS.DAT.
                   DISPLAY "No existe el departamento de origen."
                   MOVE "N" TO DEPARTAMENTO-VALIDO
           END-READ.
           MOVE DEPARTAMENTOS-EMPRESA TO EMPRESA-ORIGEN.
           DISPLAY "Codigo del departamento de destino: ".
           ACCEPT DEPARTAMENTO-DESTINO.
           MOVE DEPARTAMENTO-DESTINO TO DEPARTAMENTOS-CODIGO.
                   DISPLAY "No existe el departamento de destino."
                   MOVE "N" TO DEPARTAMENTO-VALIDO
           END-READ.
           MOVE DEPARTAMENTOS-EMPRESA TO EMPRESA-DESTINO.
           IF EMPRESA-ORIGEN = SPACE
               MOVE "01" TO EMPRESA-ORIGEN.
           IF EMPRESA-DESTINO = SPACE
               MOVE "01" TO EMPRESA-DESTINO.
      *El cierre traslada de departamento, no de empresa: los
      *empleados que cambian de empleador pasan por TRASLADO-EMPRESA.
           IF DEPARTAMENTO-VALIDO = "S" AND
              EMPRESA-ORIGEN NOT = EMPRESA-DESTINO
               DISPLAY "El destino es de otra empresa del grupo; "
                       "elegir un departamento de la empresa "
                       EMPRESA-ORIGEN "."
               MOVE "N" TO DEPARTAMENTO-VALIDO.
           IF DEPARTAMENTO-ORIGEN = DEPARTAMENTO-DESTINO
               DISPLAY "El origen y el destino no pueden ser el "
                       "mismo departamento."

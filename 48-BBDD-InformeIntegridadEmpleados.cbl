       01  MOTIVO-EXCEPCION PIC X(50).
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de excepciones.
       COPY "copybooks/28-LkExcepciones.cbl".

       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-DE-HOY-R REDEFINES FECHA-DE-HOY.
                  MOTIVO-EXCEPCION DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM ANOTAR-EXCEPCION.

       ANOTAR-EXCEPCION.
      *El principio del motivo distingue cada comprobacion y sirve de
      *referencia de la excepcion.
           MOVE SPACE TO EXCPET-PETICION.
           MOVE "INFORME-INTEGRIDAD-EMPLEADOS" TO EXCPET-PROGRAMA.
           MOVE "INTE" TO EXCPET-CODIGO.
           MOVE EMPLEADOS-ID TO EXCPET-EMPLEADOS-ID.
           MOVE MOTIVO-EXCEPCION (1:10) TO EXCPET-REFERENCIA.
           MOVE "M" TO EXCPET-GRAVEDAD.
           MOVE EMPLEADOS-DEPARTAMENTO TO EXCPET-DEPARTAMENTO.
           MOVE MOTIVO-EXCEPCION TO EXCPET-DESCRIPCION.
           CALL "REGISTRAR-EXCEPCION" USING EXCPET-PETICION.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD

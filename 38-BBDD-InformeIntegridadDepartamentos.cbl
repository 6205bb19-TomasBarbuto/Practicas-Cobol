       77  CONT-EDITADO PIC 9(5).
      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de excepciones.
       COPY "copybooks/28-LkExcepciones.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo maestro de departamentos.
                  EMPLEADOS-DEPARTAMENTO DELIMITED BY SIZE
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           PERFORM ANOTAR-EXCEPCION.

       ANOTAR-EXCEPCION.
      *La excepcion queda en la cola del codigo de departamento que
      *figura en la ficha, que es tambien su referencia.
           MOVE SPACE TO EXCPET-PETICION.
           MOVE "INFORME-INTEGRIDAD-DEPARTAMENTOS" TO EXCPET-PROGRAMA.
           MOVE "INTD" TO EXCPET-CODIGO.
           MOVE EMPLEADOS-ID TO EXCPET-EMPLEADOS-ID.
           MOVE EMPLEADOS-DEPARTAMENTO TO EXCPET-REFERENCIA.
           MOVE "A" TO EXCPET-GRAVEDAD.
           MOVE EMPLEADOS-DEPARTAMENTO TO EXCPET-DEPARTAMENTO.
           MOVE "DEPARTAMENTO INEXISTENTE EN EL MAESTRO"
               TO EXCPET-DESCRIPCION.
           CALL "REGISTRAR-EXCEPCION" USING EXCPET-PETICION.

       LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD

               10 FACTURA-FILA-ID PIC X(6).
               10 FACTURA-FILA-SECUENCIA PIC 9(2).

      *Mes de la factura, parte de la referencia de las excepciones.
       01  FECHA-CONCILIACION PIC 9(8).

      *Area de peticion del escritor comun de informes.
       COPY "copybooks/28-LkInforme.cbl".
      *Area de peticion del modulo de excepciones.
       COPY "copybooks/28-LkExcepciones.cbl".
      *Estado del archivo indexado de empleados.
       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado de la factura de la aseguradora.

       EMPIEZA-PROGRAMA.
           PERFORM LEER-PARAMETROS.
           ACCEPT FECHA-CONCILIACION FROM DATE YYYYMMDD.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM ABRIR-INFORME.
           MOVE "0" TO LEE-TODO.
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE FACTURA-EMPLEADOS-ID TO EXCPET-EMPLEADOS-ID.
           MOVE "DE" TO EXCPET-REFERENCIA (7:2).
           MOVE FACTURA-SECUENCIA TO EXCPET-REFERENCIA (9:2).
           MOVE "FACTURADO POR LA ASEGURADORA SIN EMPLEADO"
               TO EXCPET-DESCRIPCION.
           PERFORM ANOTAR-EXCEPCION.

       IMPRIMIR-EXCEPCION-INACTIVO.
           MOVE "L" TO INFORME-OPERACION.
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE FACTURA-EMPLEADOS-ID TO EXCPET-EMPLEADOS-ID.
           MOVE "IN" TO EXCPET-REFERENCIA (7:2).
           MOVE FACTURA-SECUENCIA TO EXCPET-REFERENCIA (9:2).
           MOVE "FACTURADO POR LA ASEGURADORA PARA UN INACTIVO"
               TO EXCPET-DESCRIPCION.
           PERFORM ANOTAR-EXCEPCION.

       IMPRIMIR-EXCEPCION-SIN-DEPENDIENTE.
           MOVE "L" TO INFORME-OPERACION.
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE FACTURA-EMPLEADOS-ID TO EXCPET-EMPLEADOS-ID.
           MOVE "SD" TO EXCPET-REFERENCIA (7:2).
           MOVE FACTURA-SECUENCIA TO EXCPET-REFERENCIA (9:2).
           MOVE "DEPENDIENTE FACTURADO SIN INSCRIPCION"
               TO EXCPET-DESCRIPCION.
           PERFORM ANOTAR-EXCEPCION.

       IMPRIMIR-EXCEPCION-PRIMA.
           MOVE FACTURA-PRIMA TO PRIMA-EDITADA.
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE FACTURA-EMPLEADOS-ID TO EXCPET-EMPLEADOS-ID.
           MOVE "PR" TO EXCPET-REFERENCIA (7:2).
           MOVE FACTURA-SECUENCIA TO EXCPET-REFERENCIA (9:2).
           MOVE "PRIMA FACTURADA DISTINTA DE LA PACTADA"
               TO EXCPET-DESCRIPCION.
           PERFORM ANOTAR-EXCEPCION.

       IMPRIMIR-EXCEPCION-SIN-FACTURAR.
           MOVE "L" TO INFORME-OPERACION.
               INTO INFORME-LINEA.
           CALL "ESCRITOR-INFORMES" USING INFORME-PETICION.
           DISPLAY INFORME-LINEA.
           MOVE DEPENDIENTE-EMPLEADOS-ID TO EXCPET-EMPLEADOS-ID.
           MOVE "SF" TO EXCPET-REFERENCIA (7:2).
           MOVE DEPENDIENTE-SECUENCIA TO EXCPET-REFERENCIA (9:2).
           MOVE "DEPENDIENTE INSCRITO SIN FACTURAR"
               TO EXCPET-DESCRIPCION.
           PERFORM ANOTAR-EXCEPCION.

       ANOTAR-EXCEPCION.
      *La referencia es el mes de la factura, el tipo de descuadre y
      *la secuencia de la linea; el departamento lo pone el modulo.
           MOVE "CONCILIAR-ASEGURADORA" TO EXCPET-PROGRAMA.
           MOVE "ASEG" TO EXCPET-CODIGO.
           MOVE FECHA-CONCILIACION (1:6) TO EXCPET-REFERENCIA (1:6).
           MOVE "M" TO EXCPET-GRAVEDAD.
           MOVE SPACE TO EXCPET-DEPARTAMENTO.
           CALL "REGISTRAR-EXCEPCION" USING EXCPET-PETICION.

       ABRIR-INFORME.
           MOVE SPACE TO INFORME-PETICION.

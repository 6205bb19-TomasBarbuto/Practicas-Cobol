       COPY "copybooks/28-EstadoRepesca.cbl".
      *Estado de la cola de revision de cambios diferidos.
       COPY "copybooks/28-EstadoRevision.cbl".
      *Area de peticion del modulo de excepciones.
       COPY "copybooks/28-LkExcepciones.cbl".

       PROCEDURE DIVISION.

           ELSE
               PERFORM REPESCAR-IMPORTE
               PERFORM ENCOLAR-REVISION-IBAN
               PERFORM ANOTAR-EXCEPCION
               DISPLAY "Devolucion de " DEVOLUCION-EMPLEADOS-ID
                       " motivo " DEVOLUCION-MOTIVO
                       " reencolada para la proxima remesa.".
                           "de " EMPLEADOS-ID " para revision."
           END-WRITE.

       ANOTAR-EXCEPCION.
      *La referencia combina la fecha de carga y el motivo del banco
      *para que una segunda devolucion en otra remesa no se pierda.
           MOVE SPACE TO EXCPET-PETICION.
           MOVE "CARGA-DEVOLUCIONES" TO EXCPET-PROGRAMA.
           MOVE "DEVB" TO EXCPET-CODIGO.
           MOVE EMPLEADOS-ID TO EXCPET-EMPLEADOS-ID.
           MOVE REVISION-FECHA TO EXCPET-REFERENCIA (1:8).
           MOVE DEVOLUCION-MOTIVO TO EXCPET-REFERENCIA (9:2).
           MOVE "A" TO EXCPET-GRAVEDAD.
           MOVE EMPLEADOS-DEPARTAMENTO TO EXCPET-DEPARTAMENTO.
           MOVE "PAGO DEVUELTO POR EL BANCO, REVISAR EL IBAN"
               TO EXCPET-DESCRIPCION.
           CALL "REGISTRAR-EXCEPCION" USING EXCPET-PETICION.

       MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RESUMEN DE LA CARGA DE DEVOLUCIONES".

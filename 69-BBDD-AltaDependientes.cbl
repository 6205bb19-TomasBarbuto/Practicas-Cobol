       COPY "copybooks/28-EstadoArchivo.cbl".
      *Estado del archivo de dependientes y beneficiarios.
       COPY "copybooks/28-EstadoDependientes.cbl".
      *Area de peticion del modulo de porcentaje personal de IRPF.
       COPY "copybooks/28-LkTipoIrpf.cbl".

       PROCEDURE DIVISION.

           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O EMPLEADOS-ARCHIVO.
           PERFORM COMPROBAR-ESTADO-ARCHIVO.
           PERFORM ABRIR-DEPENDIENTES.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM BUSCAR-SECUENCIA-SIGUIENTE
               PERFORM OBTENER-DATOS-DEPENDIENTE
               PERFORM GRABAR-DEPENDIENTE
               PERFORM RECALCULAR-TIPO-IRPF.
           PERFORM REINICIAR.

       OBTENER-EMPLEADO.
           DISPLAY "Dependiente " DEPENDIENTE-SECUENCIA
                   " registrado.".

       RECALCULAR-TIPO-IRPF.
      *Un dependiente nuevo puede cambiar el minimo familiar: el
      *porcentaje personal de retencion del empleado se recalcula en
      *el acto. El modulo lee el archivo de dependientes por su
      *cuenta, asi que se cierra mientras tanto y se reabre despues.
           IF EMPLEADOS-VERSION-VIGENTE
               CLOSE DEPENDIENTES-ARCHIVO
               MOVE SPACE TO TIPOIRPF-PETICION
               MOVE EMPLEADOS-ID TO TIPOIRPF-EMPLEADOS-ID
               MOVE EMPLEADOS-SALARIO TO TIPOIRPF-SALARIO
               MOVE EMPLEADOS-FECHA-NACIMIENTO
                   TO TIPOIRPF-FECHA-NACIMIENTO
               MOVE ZEROES TO TIPOIRPF-FECHA
               CALL "CALCULO-TIPO-IRPF" USING TIPOIRPF-PETICION
               PERFORM ABRIR-DEPENDIENTES
               IF TIPOIRPF-CALCULADO
                   MOVE TIPOIRPF-PORCENTAJE TO EMPLEADOS-IRPF-PERSONAL
                   MOVE TIPOIRPF-FECHA TO EMPLEADOS-IRPF-CALCULO
                   REWRITE EMPLEADOS-REGISTRO
                       INVALID KEY
                           DISPLAY "Error al actualizar el IRPF del "
                                   "empleado " EMPLEADOS-ID
                   END-REWRITE
                   PERFORM COMPROBAR-ESTADO-ARCHIVO
                   DISPLAY "Porcentaje personal de IRPF del empleado: "
                           TIPOIRPF-PORCENTAJE.

       REINICIAR.
           MOVE SPACE TO SI-NO.
           PERFORM PREGUNTAR-SI-NO

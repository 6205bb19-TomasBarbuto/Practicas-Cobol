           ACCEPT MOTIVO-CODIGO.
           DISPLAY "Descripcion del motivo: ".
           ACCEPT MOTIVO-DESCRIPCION.
           MOVE SPACE TO MOTIVO-CLASE.
           PERFORM PEDIR-CLASE-MOTIVO
           UNTIL MOTIVO-VOLUNTARIO OR MOTIVO-INVOLUNTARIO.
           MOVE "S" TO REGISTRO-EXISTE.
           WRITE MOTIVO-REGISTRO
               INVALID KEY
           IF SI-NO NOT = "S"
               MOVE "N" TO SI-NO.

       PEDIR-CLASE-MOTIVO.
      *La clase separa en el informe de rotacion las bajas que
      *decide el empleado de las que decide la empresa.
           DISPLAY "Clase de baja (V voluntaria, I involuntaria): ".
           ACCEPT MOTIVO-CLASE.
           IF MOTIVO-CLASE = "v"
               MOVE "V" TO MOTIVO-CLASE.
           IF MOTIVO-CLASE = "i"
               MOVE "I" TO MOTIVO-CLASE.
           IF NOT MOTIVO-VOLUNTARIO AND NOT MOTIVO-INVOLUNTARIO
               DISPLAY "Clase no valida, indique V o I.".

       END PROGRAM ALTA-MOTIVOS-BAJA.

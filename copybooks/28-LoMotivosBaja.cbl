       01 MOTIVO-REGISTRO.
           05 MOTIVO-CODIGO PIC X(2).
           05 MOTIVO-DESCRIPCION PIC X(30).
      *Clase de la baja para la tasa de rotacion: V voluntaria
      *(dimision, excedencia), I involuntaria (despido, fin de
      *contrato, jubilacion). Anexada al final para que los archivos
      *grabados antes de su incorporacion sigan siendo legibles
      *campo a campo; en blanco el motivo queda sin clasificar.
           05 MOTIVO-CLASE PIC X(1).
               88 MOTIVO-VOLUNTARIO VALUE "V".
               88 MOTIVO-INVOLUNTARIO VALUE "I".

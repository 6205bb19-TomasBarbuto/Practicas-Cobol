           MOVE 1 TO SUB-D.
           PERFORM NORMALIZAR-MARCA-DIA
           UNTIL SUB-D > 7.
           DISPLAY "Horas de jornada diaria completa (ej. 0800): ".
           ACCEPT HORAS-ENTRADA.
           DISPLAY "Hora de entrada esperada (HHMM, ej. 0900): ".
           ACCEPT HORA-ENTRADA-ESPERADA.

           IF OPCION-MENU = "B" OR OPCION-MENU = "b"
               CALL "ALTA-ACCIDENTES"
           ELSE
           IF OPCION-MENU = "C" OR OPCION-MENU = "c"
               PERFORM COMPROBAR-ROL-SUPERVISOR
               IF ROL-PERMITE = "S"
                   CALL "CONSULTA-RECIBOS"
               END-IF
           ELSE
           IF OPCION-MENU = "D" OR OPCION-MENU = "d"
               PERFORM COMPROBAR-ROL-SUPERVISOR
               IF ROL-PERMITE = "S"
                   CALL "CERTIFICADO-EMPRESA"
               END-IF
           ELSE
           IF OPCION-MENU = "E" OR OPCION-MENU = "e"
               PERFORM COMPROBAR-ROL-SUPERVISOR
               IF ROL-PERMITE = "S"
                   CALL "MANTENIMIENTO-COMPLEMENTOS"
               END-IF
           ELSE
           IF OPCION-MENU = "F" OR OPCION-MENU = "f"
               PERFORM COMPROBAR-ROL-SUPERVISOR
               IF ROL-PERMITE = "S"
                   CALL "AUTORIZACION-HORAS-EXTRA"
               END-IF
           ELSE
           IF OPCION-MENU = "G" OR OPCION-MENU = "g"
               PERFORM COMPROBAR-ROL-SUPERVISOR
               IF ROL-PERMITE = "S"
                   CALL "SELECCION-CANDIDATOS"
               END-IF
           ELSE
           IF OPCION-MENU = "H" OR OPCION-MENU = "h"
               CALL "ALTA-HABILIDADES"
           ELSE
           IF OPCION-MENU = "I" OR OPCION-MENU = "i"
               CALL "BUSCAR-HABILIDAD"
           ELSE
           IF OPCION-MENU = "J" OR OPCION-MENU = "j"
               PERFORM COMPROBAR-ROL-SUPERVISOR
               IF ROL-PERMITE = "S"
                   CALL "PLAN-SUCESION"
               END-IF
           ELSE
           IF OPCION-MENU = "K" OR OPCION-MENU = "k"
               PERFORM COMPROBAR-ROL-SUPERVISOR
               IF ROL-PERMITE = "S"
                   CALL "MANTENIMIENTO-SINDICATOS"
               END-IF
           ELSE
           IF OPCION-MENU = "L" OR OPCION-MENU = "l"
               PERFORM COMPROBAR-ROL-SUPERVISOR
               IF ROL-PERMITE = "S"
                   CALL "MANTENIMIENTO-PLAN-PENSIONES"
               END-IF
           ELSE
           IF OPCION-MENU = "M" OR OPCION-MENU = "m"
               PERFORM COMPROBAR-ROL-SUPERVISOR
               IF ROL-PERMITE = "S"
                   CALL "RETRIBUCION-FLEXIBLE"
               END-IF
           ELSE
           IF OPCION-MENU = "N" OR OPCION-MENU = "n"
               PERFORM COMPROBAR-ROL-SUPERVISOR
               IF ROL-PERMITE = "S"
                   CALL "RECONOCIMIENTOS-MEDICOS"
               END-IF
           ELSE
           IF OPCION-MENU = "O" OR OPCION-MENU = "o"
               PERFORM COMPROBAR-ROL-SUPERVISOR
               IF ROL-PERMITE = "S"
                   CALL "TRASLADO-EMPRESA"
               END-IF
           ELSE
           IF OPCION-MENU = "P" OR OPCION-MENU = "p"
               PERFORM COMPROBAR-ROL-SUPERVISOR
               IF ROL-PERMITE = "S"
                   CALL "ALTA-CONTINGENTES"
               END-IF
           ELSE
           IF OPCION-MENU = "Q" OR OPCION-MENU = "q"
               CALL "LISTA-EVACUACION"
           ELSE
           IF OPCION-MENU = "R" OR OPCION-MENU = "r"
               CALL "REGISTRO-DOCUMENTOS"
           ELSE
           IF OPCION-MENU = "S" OR OPCION-MENU = "s"
               PERFORM COMPROBAR-ROL-SUPERVISOR
               IF ROL-PERMITE = "S"
                   CALL "COLA-EXCEPCIONES"
               END-IF
           ELSE
           IF OPCION-MENU = "0"
               MOVE "S" TO SALIR
           ELSE
           DISPLAY "9 - Ficha de empleado en pantalla completa".
           DISPLAY "A - Anticipos de salario".
           DISPLAY "B - Accidentes laborales".
           DISPLAY "C - Consulta y duplicado de recibos de nomina".
           DISPLAY "D - Certificado de empresa por desempleo".
           DISPLAY "E - Conceptos y complementos salariales".
           DISPLAY "F - Autorizacion de horas extra".
           DISPLAY "G - Requisiciones y candidatos de seleccion".
           DISPLAY "H - Habilidades y requisitos de plaza".
           DISPLAY "I - Buscar empleados por habilidad".
           DISPLAY "J - Plan de sucesion de puestos clave".
           DISPLAY "K - Sindicatos y afiliaciones sindicales".
           DISPLAY "L - Participes del plan de pensiones".
           DISPLAY "M - Retribucion flexible".
           DISPLAY "N - Reconocimientos medicos".
           DISPLAY "O - Traslado entre empresas del grupo".
           DISPLAY "P - Personal externo de ETT y contratas".
           DISPLAY "Q - Lista de recuento para evacuacion".
           DISPLAY "R - Documentos y consentimientos del empleado".
           DISPLAY "S - Cola de excepciones de los informes".
           DISPLAY "0 - Salir".

       END PROGRAM MENU-EMPLEADOS.

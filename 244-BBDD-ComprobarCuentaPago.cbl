       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPROBAR-CUENTA-PAGO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Registro de cambios de cuenta bancaria.
       COPY "copybooks/28-PhCambiosCuenta.cbl".
      *Maestro de parametros de negocio.
       COPY "copybooks/28-PhParametros.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Registro de cambios de cuenta bancaria.
       COPY "copybooks/28-LoCambiosCuenta.cbl".
      *Maestro de parametros de negocio.
       COPY "copybooks/28-LoParametros.cbl".

       WORKING-STORAGE SECTION.
       77  PARAMETRO-LEIDO PIC X VALUE "N".
       77  FIN-CAMBIOS PIC X.
       77  CAMBIO-ENCONTRADO PIC X.

      *Validacion del IBAN por digitos de control (modulo 97),
      *igual que CARGA-NIF valida la letra del NIF: el IBAN espaniol
      *reordenado (los veinte digitos de cuenta, los valores de las
      *letras E y S y los dos digitos de control) debe dar resto 1.
       01  IBAN-DIGITOS PIC X(26).
       01  LETRAS-IBAN PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  VALOR-LETRA PIC 9(2).
       01  LETRA-BUSCADA PIC X(1).
       01  POS-LETRA PIC 9(2).
       01  MOD97-RESTO PIC 9(4).
       01  MOD97-POS PIC 9(2).
       01  MOD97-TRABAJO PIC 9(5).
       01  MOD97-COCIENTE PIC 9(5).
       01  MOD97-DIGITO-X PIC X(1).
       01  MOD97-DIGITO-9 REDEFINES MOD97-DIGITO-X PIC 9(1).

      *Cuarentena de las cuentas recien cambiadas: el pago cuyo IBAN
      *cambio hace DIAS-CUARENTENA-IBAN dias laborables o menos antes
      *de la fecha de pago, sin llamada de comprobacion, se retiene.
      *El parametro se lee una sola vez por ejecucion.
       01  DIAS-CUARENTENA-IBAN PIC 9(3) VALUE 10.
       01  PRIMER-DIA-TRAS-CAMBIO PIC 9(8).
       01  ULTIMO-CAMBIO-VERIFICACION PIC X(1).
      *Area de peticion del modulo de dias laborables.
       COPY "copybooks/28-LkLaborables.cbl".

      *Estado del registro de cambios de cuenta bancaria.
       COPY "copybooks/28-EstadoCambiosCuenta.cbl".
      *Estado del maestro de parametros de negocio.
       COPY "copybooks/28-EstadoParametros.cbl".

       LINKAGE SECTION.
      *Area de peticion compartida con las remesas de pago.
       COPY "copybooks/28-LkCuentaPago.cbl".

       PROCEDURE DIVISION USING CTAPET-PETICION.

       EMPIEZA-PROGRAMA.
           MOVE "N" TO CTAPET-RESULTADO.
           MOVE ZERO TO CTAPET-CAMBIO-FECHA.
           MOVE ZERO TO CTAPET-CAMBIO-HORA.
           MOVE SPACE TO CTAPET-CAMBIO-OPERADOR-ID.
           MOVE SPACE TO CTAPET-IBAN-ANTERIOR.
           IF CTAPET-VALIDAR-IBAN
               PERFORM VALIDAR-IBAN
           ELSE
               IF CTAPET-COMPROBAR-CUARENTENA
                   PERFORM COMPROBAR-CUARENTENA
                       THRU COMPROBAR-CUARENTENA-FIN
               ELSE
                   DISPLAY "Operacion no valida para "
                           "COMPROBAR-CUENTA-PAGO: "
                           CTAPET-OPERACION.

       TERMINA-PROGRAMA.
           GOBACK.

       VALIDAR-IBAN.
      *Dos letras de pais y veintidos digitos; si el formato es
      *bueno, los digitos de control deben cuadrar.
           IF CTAPET-IBAN = SPACE
               MOVE "N" TO CTAPET-RESULTADO
           ELSE
               IF CTAPET-IBAN (1:2) NOT ALPHABETIC OR
                  CTAPET-IBAN (3:22) NOT NUMERIC
                   MOVE "N" TO CTAPET-RESULTADO
               ELSE
                   PERFORM VALIDAR-IBAN-MOD97
                   IF MOD97-RESTO = 1
                       MOVE "S" TO CTAPET-RESULTADO
                   ELSE
                       MOVE "D" TO CTAPET-RESULTADO.

       VALIDAR-IBAN-MOD97.
      *Reordena el IBAN espaniol (cuenta, valores de las letras,
      *digitos de control) y calcula el resto modulo 97 digito a
      *digito; un IBAN bien formado da resto 1, igual que la letra
      *del NIF cierra su propio control en CARGA-NIF.
           MOVE SPACE TO IBAN-DIGITOS.
           MOVE CTAPET-IBAN (5:20) TO IBAN-DIGITOS (1:20).
           MOVE CTAPET-IBAN (1:1) TO LETRA-BUSCADA.
           PERFORM BUSCAR-VALOR-LETRA.
           MOVE VALOR-LETRA TO IBAN-DIGITOS (21:2).
           MOVE CTAPET-IBAN (2:1) TO LETRA-BUSCADA.
           PERFORM BUSCAR-VALOR-LETRA.
           MOVE VALOR-LETRA TO IBAN-DIGITOS (23:2).
           MOVE CTAPET-IBAN (3:2) TO IBAN-DIGITOS (25:2).
           MOVE ZERO TO MOD97-RESTO.
           MOVE 1 TO MOD97-POS.
           PERFORM ACUMULAR-DIGITO-MOD97
           UNTIL MOD97-POS > 26.

       BUSCAR-VALOR-LETRA.
      *El valor de cada letra del IBAN es su posicion en el
      *alfabeto mas nueve (A = 10 ... Z = 35).
           MOVE ZERO TO VALOR-LETRA.
           MOVE 1 TO POS-LETRA.
           PERFORM COMPARAR-LETRA-IBAN
           UNTIL POS-LETRA > 26 OR VALOR-LETRA > 0.

       COMPARAR-LETRA-IBAN.
           IF LETRAS-IBAN (POS-LETRA:1) = LETRA-BUSCADA
               COMPUTE VALOR-LETRA = POS-LETRA + 9.
           ADD 1 TO POS-LETRA.

       ACUMULAR-DIGITO-MOD97.
           MOVE IBAN-DIGITOS (MOD97-POS:1) TO MOD97-DIGITO-X.
           COMPUTE MOD97-TRABAJO =
                   MOD97-RESTO * 10 + MOD97-DIGITO-9.
           DIVIDE MOD97-TRABAJO BY 97 GIVING MOD97-COCIENTE
               REMAINDER MOD97-RESTO.
           ADD 1 TO MOD97-POS.

       COMPROBAR-CUARENTENA.
      *Se busca el ultimo cambio de IBAN del empleado. Sin cambio, o
      *con la llamada de comprobacion ya hecha, se paga; si el cambio
      *es posterior al pago o los dias laborables transcurridos
      *desde el no pasan del parametro, la cuenta esta en
      *cuarentena. Una cuenta que el empleado no confirmo en la
      *llamada sigue en cuarentena hasta que se corrija el IBAN.
      *Sin registro de cambios de cuenta no hay nada que retener.
           IF PARAMETRO-LEIDO = "N"
               PERFORM LEER-PARAMETRO-CUARENTENA.
           MOVE "N" TO CAMBIO-ENCONTRADO.
           OPEN INPUT CAMBIOS-CUENTA-ARCHIVO.
           IF CAMBIOS-CUENTA-STATUS NOT = "00"
               GO TO COMPROBAR-CUARENTENA-FIN.
           MOVE CTAPET-EMPLEADOS-ID TO CAMBIOCTA-EMPLEADOS-ID.
           MOVE ZEROES TO CAMBIOCTA-FECHA.
           MOVE ZEROES TO CAMBIOCTA-HORA.
           MOVE "N" TO FIN-CAMBIOS.
           START CAMBIOS-CUENTA-ARCHIVO KEY IS NOT LESS THAN
               CAMBIOCTA-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-CAMBIOS
           END-START.
           PERFORM LEER-CAMBIO-CUENTA
           UNTIL FIN-CAMBIOS = "S".
           CLOSE CAMBIOS-CUENTA-ARCHIVO.
           IF CAMBIO-ENCONTRADO = "N" OR
              ULTIMO-CAMBIO-VERIFICACION = "V"
               GO TO COMPROBAR-CUARENTENA-FIN.
           IF ULTIMO-CAMBIO-VERIFICACION = "R" OR
              CTAPET-CAMBIO-FECHA NOT < CTAPET-FECHA-PAGO
               MOVE "S" TO CTAPET-RESULTADO
               GO TO COMPROBAR-CUARENTENA-FIN.
      *Se cuentan los laborables desde el siguiente al del cambio
      *hasta el del pago, ambos incluidos.
           MOVE SPACE TO LABORABLES-PETICION.
           MOVE "S" TO LABORABLES-OPERACION.
           MOVE CTAPET-CAMBIO-FECHA TO LABORABLES-FECHA-DESDE.
           CALL "DIAS-LABORABLES" USING LABORABLES-PETICION.
           MOVE LABORABLES-FECHA-RESULTADO TO PRIMER-DIA-TRAS-CAMBIO.
           IF PRIMER-DIA-TRAS-CAMBIO > CTAPET-FECHA-PAGO
               MOVE "S" TO CTAPET-RESULTADO
               GO TO COMPROBAR-CUARENTENA-FIN.
           MOVE SPACE TO LABORABLES-PETICION.
           MOVE "E" TO LABORABLES-OPERACION.
           MOVE PRIMER-DIA-TRAS-CAMBIO TO LABORABLES-FECHA-DESDE.
           MOVE CTAPET-FECHA-PAGO TO LABORABLES-FECHA-HASTA.
           CALL "DIAS-LABORABLES" USING LABORABLES-PETICION.
           IF LABORABLES-RESULTADO-DIAS NOT > DIAS-CUARENTENA-IBAN
               MOVE "S" TO CTAPET-RESULTADO.

       COMPROBAR-CUARENTENA-FIN.
           EXIT.

       LEER-CAMBIO-CUENTA.
           READ CAMBIOS-CUENTA-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CAMBIOS
           END-READ.
           IF FIN-CAMBIOS = "N" AND
              CAMBIOCTA-EMPLEADOS-ID NOT = CTAPET-EMPLEADOS-ID
               MOVE "S" TO FIN-CAMBIOS.
           IF FIN-CAMBIOS = "N"
               MOVE "S" TO CAMBIO-ENCONTRADO
               MOVE CAMBIOCTA-FECHA TO CTAPET-CAMBIO-FECHA
               MOVE CAMBIOCTA-HORA TO CTAPET-CAMBIO-HORA
               MOVE CAMBIOCTA-OPERADOR-ID TO CTAPET-CAMBIO-OPERADOR-ID
               MOVE CAMBIOCTA-IBAN-ANTES TO CTAPET-IBAN-ANTERIOR
               MOVE CAMBIOCTA-VERIFICACION
                   TO ULTIMO-CAMBIO-VERIFICACION.

       LEER-PARAMETRO-CUARENTENA.
           MOVE "S" TO PARAMETRO-LEIDO.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ARCHIVO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "DIAS-CUARENTENA-IBAN" TO PARAMETRO-NOMBRE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETRO-VALOR TO DIAS-CUARENTENA-IBAN
               END-READ
               CLOSE PARAMETROS-ARCHIVO.

       END PROGRAM COMPROBAR-CUENTA-PAGO.

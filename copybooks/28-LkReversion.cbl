      *Area de peticion del modulo REVERTIR-PERIODIFICACION. El
      *llamador la copia en su WORKING-STORAGE y el modulo en su
      *LINKAGE SECTION. Con REVERSION-OPERACION "C" el modulo
      *devuelve, por departamento, las periodificaciones pendientes
      *del tipo pedido (P pagas, V vacaciones) cuyo mes de cierre
      *cae entre REVERSION-MES-DESDE y REVERSION-MES-HASTA, junto con
      *la cuenta de pasivo en la que se abonaron. El llamador las
      *incluye en su lote contable y, solo cuando el lote se ha
      *escrito, vuelve a llamar con "M" y los mismos datos para
      *marcarlas como revertidas por REVERSION-PROGRAMA.
       01  REVERSION-PETICION.
           05 REVERSION-OPERACION PIC X(1).
               88 REVERSION-CONSULTAR VALUE "C".
               88 REVERSION-MARCAR VALUE "M".
           05 REVERSION-TIPO PIC X(1).
           05 REVERSION-MES-DESDE PIC 9(6).
           05 REVERSION-MES-HASTA PIC 9(6).
           05 REVERSION-PROGRAMA PIC X(30).
           05 REVERSION-CUENTA PIC X(8).
           05 REVERSION-TOTAL PIC 9(13).
           05 REVERSION-DEPARTAMENTOS PIC 9(2).
           05 REVERSION-FILA OCCURS 50 TIMES.
               10 REVERSION-DEPARTAMENTO PIC X(4).
               10 REVERSION-IMPORTE PIC 9(13).

       WORKING-STORAGE SECTION.
      *Campos de trabajo del apunte de journal en curso.
       01  JOURNAL-OP-ACTUAL PIC X(1).
       01  JOURNAL-ANTES-ACTUAL PIC X(400).
       01  JOURNAL-DESPUES-ACTUAL PIC X(400).
       01  OPERADOR-ID-ACTUAL PIC X(6).
       01  OPERADOR-AUTORIZADO PIC X.
      *Area de peticion del modulo de sesion de operadores.
       77  SI-A-ELIMINAR PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CAMPO-EMPLEADOS-ID PIC Z(5).
       77  REGISTRO-ANTES PIC X(400).
       77  MODO-BORRADO PIC X.
       77  ID-A-RECUPERAR PIC X(6).
       77  REGISTRO-RECUPERADO PIC X(400).
       77  BAJA-ENCONTRADA PIC X.
       77  FIN-AUDITORIA PIC X.
       77  CONT-REGISTROS-ELIMINADOS PIC 9(5) COMP VALUE 0.

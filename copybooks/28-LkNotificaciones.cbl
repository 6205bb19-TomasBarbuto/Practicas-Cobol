      *Area de peticion del modulo ENCOLAR-NOTIFICACION. El llamador
      *la copia en su WORKING-STORAGE y el modulo en su LINKAGE
      *SECTION.
      *Operacion "A": avisar al responsable del departamento (en
      *blanco, el del empleado) del asunto, con la fecha de
      *vencimiento y el texto. Devuelve en NOTPET-RESULTADO N si se
      *envio el aviso, R si se envio un recordatorio, E si ya estaba
      *enviado y no toca recordar, C si ya estaba contestado, S si
      *el departamento no tiene responsable y X si no se pudo
      *grabar.
      *Operacion "C": el responsable ha contestado; el aviso deja de
      *recordarse. Con la referencia en blanco se contestan todos
      *los avisos abiertos del asunto para el empleado.
       01  NOTPET-PETICION.
           05 NOTPET-OPERACION PIC X(1).
               88 NOTPET-AVISAR VALUE "A".
               88 NOTPET-CONTESTAR VALUE "C".
           05 NOTPET-ASUNTO PIC X(4).
           05 NOTPET-EMPLEADOS-ID PIC X(6).
           05 NOTPET-REFERENCIA PIC X(14).
           05 NOTPET-DEPARTAMENTO PIC X(4).
           05 NOTPET-FECHA-VENCIMIENTO PIC 9(8).
           05 NOTPET-TEXTO PIC X(60).
           05 NOTPET-RESULTADO PIC X(1).

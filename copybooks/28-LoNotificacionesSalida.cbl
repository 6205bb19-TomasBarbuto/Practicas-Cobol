      *Definicion logica del archivo de avisos salientes: un
      *registro de formato fijo por correo a enviar, con la fecha de
      *negocio, el tipo (A aviso nuevo, R recordatorio), el
      *operador destinatario (el responsable del departamento del
      *empleado), el asunto, el empleado, la fecha de vencimiento,
      *el numero de recordatorio y un texto breve. La pasarela de
      *correo lo recoge y lo vacia. Se copia en la FILE SECTION de
      *los programas de la BBDD.
       FD NOTIF-SALIDA-ARCHIVO.
       01 NOTIF-SALIDA-REGISTRO.
           05 NOTSAL-FECHA PIC 9(8).
           05 NOTSAL-TIPO PIC X(1).
               88 NOTSAL-AVISO VALUE "A".
               88 NOTSAL-RECORDATORIO VALUE "R".
           05 NOTSAL-DESTINATARIO PIC X(6).
           05 NOTSAL-ASUNTO PIC X(4).
           05 NOTSAL-EMPLEADOS-ID PIC X(6).
           05 NOTSAL-FECHA-VENCIMIENTO PIC 9(8).
           05 NOTSAL-RECORDATORIO-NUM PIC 9(2).
           05 NOTSAL-TEXTO PIC X(60).

      *Definicion logica del registro de control del archivo diario
      *de identidades: el numero de la ultima transmision y hasta
      *donde se leyo en ella la auditoria (su numero de secuencia) y
      *el historial de movimientos (fecha y hora del ultimo), para
      *que la pasada siguiente recoja solo lo posterior. Se copia en
      *la FILE SECTION de los programas de la BBDD.
       FD SECUENCIA-IDENTIDADES-ARCHIVO.
       01 SECUENCIA-IDENTIDADES-REGISTRO.
           05 SECIDENT-ULTIMA PIC 9(6).
           05 SECIDENT-AUDITORIA PIC 9(9).
           05 SECIDENT-MOVIMIENTO-FECHA PIC 9(8).
           05 SECIDENT-MOVIMIENTO-HORA PIC 9(8).

      *Definicion logica del archivo de cuarentena: cada linea es un
      *registro retirado de un archivo satelite porque su empleado
      *no esta en EMPLEADOS.DAT ni en el historico de purgados. Lleva
      *la fecha del barrido, el archivo de origen, el ID huerfano y
      *la imagen completa del registro para poder devolverlo si
      *aparece su ficha. Se copia en la FILE SECTION de los programas
      *de la BBDD.
       FD CUARENTENA-ARCHIVO.
       01 CUARENTENA-REGISTRO.
           05 CUARENTENA-FECHA PIC 9(8).
           05 CUARENTENA-ARCHIVO-ORIGEN PIC X(25).
           05 CUARENTENA-EMPLEADOS-ID PIC X(6).
           05 CUARENTENA-IMAGEN PIC X(200).

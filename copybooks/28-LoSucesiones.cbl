      *Definicion logica del plan de sucesion: un registro por puesto
      *clave (el responsable de cada departamento del maestro) con
      *hasta tres sucesores y su grado de preparacion. De cada
      *sucesor se guarda el departamento en que estaba al nombrarlo
      *para detectar despues los traslados. Se copia en la FILE
      *SECTION de los programas de la BBDD.
       FD SUCESIONES-ARCHIVO.
       01 SUCESION-REGISTRO.
           05 SUCESION-DEPARTAMENTO PIC X(4).
           05 SUCESION-RESPONSABLE-ID PIC X(6).
           05 SUCESION-SUCESOR OCCURS 3 TIMES.
               10 SUCESION-SUCESOR-ID PIC X(6).
               10 SUCESION-SUCESOR-DEPARTAMENTO PIC X(4).
               10 SUCESION-PREPARACION PIC X(01).
                   88 SUCESOR-PREPARADO-YA VALUE "1".
                   88 SUCESOR-UNO-DOS-ANIOS VALUE "2".
                   88 SUCESOR-TRES-O-MAS VALUE "3".
                   88 SUCESOR-PREPARACION-VALIDA VALUE "1" "2" "3".
           05 SUCESION-FECHA-REVISION PIC 9(8).
           05 SUCESION-OPERADOR PIC X(6).

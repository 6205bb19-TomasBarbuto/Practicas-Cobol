      *Area de peticion del modulo REGISTRAR-EXCEPCION. El llamador
      *informa el programa que detecta la excepcion, su codigo, el
      *empleado, la referencia del caso, la gravedad, el
      *departamento al que se asigna (en blanco, el del empleado) y
      *una descripcion. El modulo devuelve en EXCPET-RESULTADO N si
      *la excepcion es nueva, E si ya estaba anotada y X si no se
      *pudo grabar. El llamador la copia en su WORKING-STORAGE y el
      *modulo en su LINKAGE SECTION.
       01  EXCPET-PETICION.
           05 EXCPET-PROGRAMA PIC X(30).
           05 EXCPET-CODIGO PIC X(4).
           05 EXCPET-EMPLEADOS-ID PIC X(6).
           05 EXCPET-REFERENCIA PIC X(10).
           05 EXCPET-GRAVEDAD PIC X(1).
           05 EXCPET-DEPARTAMENTO PIC X(4).
           05 EXCPET-DESCRIPCION PIC X(50).
           05 EXCPET-RESULTADO PIC X(1).

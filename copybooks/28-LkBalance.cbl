      *Area de peticion del modulo ANOTAR-BALANCE. Cada paso de la
      *cadena nocturna informa al terminar su nombre de programa, un
      *ambito que distingue las cifras si anota mas de una (en
      *blanco si solo anota una), los registros leidos, los
      *registros escritos y la suma de control de importes. El
      *modulo las anexa con la fecha de negocio al archivo de
      *balance que la cadena cuadra con sus reglas, y devuelve en
      *BALPET-RESULTADO O si las anoto y X si no pudo. El llamador
      *la copia en su WORKING-STORAGE y el modulo en su LINKAGE
      *SECTION.
       01  BALPET-PETICION.
           05 BALPET-PROGRAMA PIC X(30).
           05 BALPET-AMBITO PIC X(8).
           05 BALPET-LEIDOS PIC 9(9).
           05 BALPET-ESCRITOS PIC 9(9).
           05 BALPET-IMPORTE PIC 9(13)V99.
           05 BALPET-RESULTADO PIC X(1).

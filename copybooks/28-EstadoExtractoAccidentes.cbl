      *mutua. Se copia en la WORKING-STORAGE de los programas de la
      *BBDD.
       01  EXTRACTO-ACCIDENTES-STATUS PIC X(2).
      *Nombre del extracto; por defecto el de la empresa unica.
       01  EXTRACTO-ACCIDENTES-NOMBRE PIC X(30)
           VALUE "ACCIDENTES_MUTUA.TXT".

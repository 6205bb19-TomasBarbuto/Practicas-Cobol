      *Definicion fisica del archivo de ordenes de pago de las
      *pasadas fuera de ciclo para el banco, separado de la remesa
      *de la nomina ordinaria. Con el maestro de empresas se reparte
      *ademas en ORDENES_FUERA_CICLO_<empresa>.TXT, una por empresa
      *con su propio total. Se copia en la FILE-CONTROL de los
      *programas de la BBDD.
       SELECT ORDENES-FUERA-CICLO-ARCHIVO
           ASSIGN TO "ORDENES_FUERA_CICLO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDENES-FUERA-CICLO-STATUS.

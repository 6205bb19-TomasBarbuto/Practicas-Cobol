      *Definicion logica del maestro de tipos de documento: cada
      *registro es una exigencia de un documento (contrato firmado,
      *consentimiento de proteccion de datos, politica de uso de
      *sistemas, modelo 145, carne de conducir...) para los
      *empleados de un departamento (en blanco, de todos) y de los
      *tipos de contrato indicados (I, T, P; en blanco, de todos).
      *El mismo codigo puede repetirse con otros departamentos. Los
      *obligatorios impiden confirmar el periodo de prueba mientras
      *falten o esten caducados; los que caducan exigen la fecha de
      *caducidad al registrarlos. Se copia en la FILE SECTION de los
      *programas de la BBDD.
       FD TIPOS-DOCUMENTO-ARCHIVO.
       01 TIPODOC-REGISTRO.
           05 TIPODOC-CLAVE.
               10 TIPODOC-CODIGO PIC X(4).
               10 TIPODOC-DEPARTAMENTO PIC X(4).
           05 TIPODOC-DESCRIPCION PIC X(30).
           05 TIPODOC-CONTRATOS PIC X(3).
           05 TIPODOC-OBLIGATORIO PIC X(1).
               88 TIPODOC-BLOQUEA-PRUEBA VALUE "S".
           05 TIPODOC-CADUCA PIC X(1).
               88 TIPODOC-CON-CADUCIDAD VALUE "S".
           05 FILLER PIC X(20).

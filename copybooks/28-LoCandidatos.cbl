      *Definicion logica del registro de candidatos: cada candidato
      *pertenece a una requisicion y avanza por las etapas de la
      *seleccion (presentado, cribado, entrevistado, ofertado,
      *aceptado o rechazado). Entra con nombre, apellido y edad desde
      *la cola CANDIDATOS.TXT; el resto de datos del alta se completa
      *al aceptar la oferta, y CARGA-ALTAS da de alta a los aceptados
      *anotando aqui el EMPLEADOS-ID asignado. Se copia en la FILE
      *SECTION de los programas de la BBDD.
       FD CANDIDATOS-SELECCION-ARCHIVO.
       01 CANDIDATO-REGISTRO.
           05 CANDIDATO-CLAVE.
               10 CANDIDATO-REQUISICION PIC 9(5).
               10 CANDIDATO-NUMERO PIC 9(3).
           05 CANDIDATO-NOMBRE PIC X(25).
           05 CANDIDATO-APELLIDOS PIC X(25).
           05 CANDIDATO-EDAD PIC 9(3).
           05 CANDIDATO-ESTADO PIC X(01).
               88 CANDIDATO-PRESENTADO VALUE "P".
               88 CANDIDATO-CRIBADO VALUE "C".
               88 CANDIDATO-ENTREVISTADO VALUE "E".
               88 CANDIDATO-OFERTADO VALUE "O".
               88 CANDIDATO-ACEPTADO VALUE "A".
               88 CANDIDATO-RECHAZADO VALUE "R".
           05 CANDIDATO-FECHA-PRESENTACION PIC 9(8).
           05 CANDIDATO-FECHA-ESTADO PIC 9(8).
           05 CANDIDATO-SALARIO-OFERTA PIC 9(7)V99.
           05 CANDIDATO-DEPARTAMENTO PIC X(4).
           05 CANDIDATO-GRADO PIC X(4).
           05 CANDIDATO-FECHA-NACIMIENTO PIC X(8).
           05 CANDIDATO-TELEFONO PIC X(12).
           05 CANDIDATO-DIRECCION PIC X(35).
           05 CANDIDATO-CONTACTO-NOMBRE PIC X(25).
           05 CANDIDATO-CONTACTO-PARENTESCO PIC X(15).
           05 CANDIDATO-CONTACTO-TELEFONO PIC X(12).
           05 CANDIDATO-EMPLEADOS-ID PIC X(6).

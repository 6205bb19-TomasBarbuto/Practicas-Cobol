      *cuota sindical fija mensual (tipo C) o el porcentaje de la
      *cuota patronal de seguridad social a cargo de la empresa
      *(tipo E, no se descuenta al trabajador pero forma parte del
      *coste de empleo). La cuota sindical de tipo C solo se aplica
      *mientras no exista el archivo de afiliaciones sindicales; con
      *el, cada afiliado paga la cuota de su afiliacion y el resto
      *nada. Se copia en la FILE SECTION de los programas de la
      *BBDD.
       FD DEDUCCIONES-ARCHIVO.
       01 DEDUCCION-REGISTRO.
           05 DEDUCCION-TIPO PIC X(01).

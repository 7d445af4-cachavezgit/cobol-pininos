      ******************************************************************
      * Copybook: registro-pago-saliente.cpy
      * Purpose:  Layout de un pago que el banco debe a un tercero
      *           (data/pagos-salientes.dat, archivo indexado con llave
      *           PAGO-NUMERO): banco por el que sale (debe tener su
      *           renglon SALIDA en data/layouts-banco.txt), cuenta y
      *           nombre del beneficiario, importe, fecha de pago,
      *           referencia y concepto. El estado es 'C' capturado,
      *           'A' aprobado (por un operador de nivel 3 distinto
      *           del que lo capturo), 'E' enviado o 'X' cancelado.
      *           GENERA-PAGOS solo toma los aprobados con fecha de
      *           pago vencida y, al escribirlos en el archivo del
      *           banco, los marca 'E' con el nombre del archivo, el
      *           lote y la etiqueta de la corrida; un pago enviado ya
      *           no se cambia ni se cancela, y un pago nunca se borra.
      ******************************************************************
       01  REGISTRO-PAGO-SALIENTE.
           05  PAGO-NUMERO         PIC 9(06).
           05  PAGO-BANCO          PIC X(08).
           05  PAGO-CUENTA-BENEF   PIC X(18).
           05  PAGO-BENEFICIARIO   PIC X(30).
           05  PAGO-MONTO          PIC 9(9)V99.
           05  PAGO-MONEDA         PIC X(03).
           05  PAGO-FECHA          PIC X(08).
           05  PAGO-REFERENCIA     PIC X(12).
           05  PAGO-CONCEPTO       PIC X(30).
           05  PAGO-ESTADO         PIC X(01).
           05  PAGO-CAPTURO        PIC X(08).
           05  PAGO-APROBO         PIC X(08).
           05  PAGO-ARCHIVO        PIC X(40).
           05  PAGO-LOTE           PIC 9(06).
           05  PAGO-CORRIDA        PIC X(07).

      ******************************************************************
      * Copybook: registro-auditoria-indice.cpy
      * Purpose:  Layout de una linea de la pista de auditoria en el
      *           almacen indexado data/auditoria-indice.dat, que
      *           INDAUDIT llena al escribir la pista y que
      *           RECONSTRUYE-AUDITORIA recarga de la pista viva y de
      *           los meses archivados VIGENTE. La llave primaria es la
      *           marca de la linea (fecha de negocio y hora) con una
      *           secuencia para las lineas del mismo segundo; las
      *           llaves alternas (con duplicados) son la fecha de
      *           negocio, la etiqueta de corrida, el operador y el
      *           codigo de operacion. Corrector, aprobador, banco y
      *           referencia salen de las marcas CORR=, APR=, BCO= y
      *           REF= de la linea. AUDI-FUENTE dice de donde se cargo
      *           la linea (AAAAMM del mes archivado o VIVA) y
      *           AUDI-LINEA la guarda tal cual para los impresos.
      ******************************************************************
       01  REGISTRO-AUDITORIA-INDICE.
           05  AUDI-LLAVE.
               10  AUDI-MARCA      PIC X(14).
               10  AUDI-SECUENCIA  PIC 9(04).
           05  AUDI-FECHA          PIC X(08).
           05  AUDI-CORRIDA        PIC X(07).
           05  AUDI-OPERADOR       PIC X(08).
           05  AUDI-OPERACION      PIC X(01).
           05  AUDI-CORRECTOR      PIC X(08).
           05  AUDI-APROBADOR      PIC X(08).
           05  AUDI-BANCO          PIC X(08).
           05  AUDI-REFERENCIA     PIC X(12).
           05  AUDI-VALOR1         PIC S9(5)V99 SIGN LEADING SEPARATE.
           05  AUDI-VALOR2         PIC S9(5)V99 SIGN LEADING SEPARATE.
           05  AUDI-RESULTADO      PIC S9(5)V99 SIGN LEADING SEPARATE.
           05  AUDI-FUENTE         PIC X(06).
           05  AUDI-LINEA          PIC X(130).

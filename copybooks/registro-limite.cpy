      ******************************************************************
      * Copybook: registro-limite.cpy
      * Purpose:  Layout de un registro del maestro de limites de
      *           sobregiro (data/limites-cuentas.dat, archivo indexado
      *           con llave LIMITE-CUENTA): cuanto puede quedar la
      *           cuenta por debajo de cero, quien lo autorizo y en
      *           que fecha de negocio. Una cuenta sin registro tiene
      *           limite cero, es decir, no puede sobregirarse.
      ******************************************************************
       01  REGISTRO-LIMITE.
           05  LIMITE-CUENTA       PIC X(10).
           05  LIMITE-SOBREGIRO    PIC 9(9)V99.
           05  LIMITE-OPERADOR     PIC X(08).
           05  LIMITE-FECHA        PIC X(08).

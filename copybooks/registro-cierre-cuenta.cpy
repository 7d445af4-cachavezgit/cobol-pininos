      ******************************************************************
      * Copybook: registro-cierre-cuenta.cpy
      * Purpose:  Layout de una solicitud de cierre de cuenta
      *           (data/cierres-cuentas.dat, archivo indexado con llave
      *           CIERRE-CUENTA; una cuenta se cierra una sola vez y el
      *           registro nunca se borra): cuenta destino del saldo,
      *           saldo a la solicitud, quien la pidio y quien la
      *           aprobo. El estado es 'S' solicitado, 'A' aprobado
      *           (por un operador de nivel 3 distinto del que lo
      *           solicito), 'G' liquidacion generada (el traspaso del
      *           saldo va en la tarde de CIERRE-FECHA-PAGO), 'L'
      *           liquidado (saldo en cero, falta el estado de cuenta
      *           final y la carta), 'C' cerrado o 'X' cancelado.
      *           CIERRE-MONTO es el saldo que se traspaso (negativo
      *           si la cuenta debia) y CIERRE-NOTA el ultimo aviso de
      *           LIQUIDA-CIERRES sobre la solicitud.
      ******************************************************************
       01  REGISTRO-CIERRE-CUENTA.
           05  CIERRE-CUENTA       PIC X(10).
           05  CIERRE-DESTINO      PIC X(10).
           05  CIERRE-ESTADO       PIC X(01).
           05  CIERRE-SALDO-SOLICITUD
                                   PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CIERRE-MONTO        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CIERRE-MOTIVO       PIC X(30).
           05  CIERRE-SOLICITO     PIC X(08).
           05  CIERRE-APROBO       PIC X(08).
           05  CIERRE-FECHA-SOLICITUD PIC X(08).
           05  CIERRE-FECHA-PAGO   PIC X(08).
           05  CIERRE-FECHA-CIERRE PIC X(08).
           05  CIERRE-NOTA         PIC X(40).

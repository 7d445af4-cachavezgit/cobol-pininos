      ******************************************************************
      * Copybook: registro-saldo-historico.cpy
      * Purpose:  Layout de un registro del historial de saldos
      *           (data/saldos-historicos.dat, archivo indexado con
      *           llave SALHIS-LLAVE = cuenta + fecha de negocio), que
      *           ACTUALIZA-SALDOS deja por cada cuenta que toca en el
      *           dia: saldo al abrir el dia, movimiento neto y saldo
      *           al cierre. El saldo de una cuenta a cualquier fecha
      *           pasada es el SALHIS-SALDO del ultimo registro de la
      *           cuenta con fecha menor o igual. El origen es 'S' para
      *           la semilla, el saldo arrastrado de cada cuenta del
      *           maestro al cierre del dia habil anterior a la primera
      *           corrida que crea el archivo (antes de esa fecha no
      *           hay historia), y 'D' para un dia con movimientos.
      ******************************************************************
       01  REGISTRO-SALDO-HISTORICO.
           05  SALHIS-LLAVE.
               10  SALHIS-CUENTA   PIC X(10).
               10  SALHIS-FECHA    PIC X(08).
           05  SALHIS-SALDO-INICIAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  SALHIS-MOVIMIENTO   PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  SALHIS-SALDO        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  SALHIS-ORIGEN       PIC X(01).

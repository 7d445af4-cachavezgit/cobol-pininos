      ******************************************************************
      * Copybook: registro-historial.cpy
      * Purpose:  Layout de un renglon del historial de movimientos
      *           (data/historial-movimientos.txt), que ACTUALIZA-SALDOS
      *           alarga con cada movimiento que de verdad aplico al
      *           maestro de saldos: la fecha de negocio en que se
      *           aplico, la cuenta, el monto efectivo que se le sumo
      *           al saldo (un reverso ya con el signo volteado), la
      *           fecha, moneda y tipo del registro de entrada, el
      *           origen y el archivo de donde vino. El origen es 'C'
      *           para un movimiento de cliente e 'I' para un abono de
      *           intereses de ACUMULA-INTERES, que no cuenta como
      *           actividad de la cuenta. Un traspaso (tipo 'T') deja
      *           dos renglones, uno por pierna, cada uno con la otra
      *           cuenta en HIST-CONTRAPARTE. Una revaluacion de fin de
      *           mes (tipo 'V' de REVALUA-MONEDAS) lleva origen 'V',
      *           la utilidad o perdida cambiaria en pesos (MXP) y la
      *           moneda revaluada en HIST-CONTRAPARTE; no mueve el
      *           saldo de la cuenta, solo el valor en pesos de su
      *           posicion en esa moneda.
      ******************************************************************
       01  REGISTRO-HISTORIAL.
           05  HIST-FECHA-NEGOCIO  PIC X(08).
           05  HIST-MOVIMIENTO.
               10  HIST-CUENTA     PIC X(10).
               10  HIST-MONTO      PIC S9(7)V99 SIGN LEADING SEPARATE.
               10  HIST-FECHA      PIC X(08).
               10  HIST-MONEDA     PIC X(03).
               10  HIST-TIPO       PIC X(01).
           05  HIST-ORIGEN         PIC X(01).
           05  HIST-ARCHIVO        PIC X(40).
           05  HIST-CONTRAPARTE    PIC X(10).

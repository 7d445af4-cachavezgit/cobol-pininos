      ******************************************************************
      * Copybook: registro-partida-banco.cpy
      * Purpose:  Layout de una partida del estado de cuenta de un
      *           banco, tal como CONVIERTE-BANCO la deja en
      *           data/banco-partidas-<banco>-<fecha>.txt para la
      *           conciliacion, y de una partida abierta que
      *           CONCILIA-BANCO arrastra de un dia al siguiente en
      *           data/conciliacion-abiertas-<banco>-<fecha>.txt.
      *           Tipo 'I' partida del banco convertida o rechazada
      *                    (PARTIDA-ESTADO 'C' o 'R' con su motivo),
      *                'S' saldos declarados por el banco en su
      *                    registro SDO (importe 1 = saldo inicial,
      *                    importe 2 = saldo final),
      *                'B' partida del banco aun sin casar,
      *                'N' partida nuestra (procesada con el origen
      *                    del banco) que el banco no ha reportado.
      *           PARTIDA-IMPORTE1 de una partida es el movimiento con
      *           su signo (el de la columna de signo de
      *           data/mapa-banco.txt); la fecha es la fecha de
      *           negocio en que la partida aparecio, de donde sale su
      *           antiguedad.
      ******************************************************************
       01  REGISTRO-PARTIDA-BANCO.
           05  PARTIDA-TIPO        PIC X(01).
           05  PARTIDA-BANCO       PIC X(08).
           05  PARTIDA-FECHA       PIC X(08).
           05  PARTIDA-REFERENCIA  PIC X(12).
           05  PARTIDA-CODIGO      PIC X(03).
           05  PARTIDA-OPERACION   PIC X(01).
           05  PARTIDA-IMPORTE1    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  PARTIDA-IMPORTE2    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  PARTIDA-ESTADO      PIC X(01).
           05  PARTIDA-CORRIDA     PIC X(07).
           05  PARTIDA-MOTIVO      PIC X(30).

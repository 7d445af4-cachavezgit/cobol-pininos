      ******************************************************************
      * Copybook: registro-posicion-moneda.cpy
      * Purpose:  Layout de un registro del maestro de posiciones por
      *           moneda (data/posiciones-moneda.dat, archivo indexado
      *           con llave POSMON-LLAVE = cuenta + moneda), que
      *           ACTUALIZA-SALDOS arrastra junto con el maestro de
      *           saldos: por cada cuenta y cada moneda en que se mueve,
      *           el saldo en esa moneda (la suma de sus piernas, sin
      *           convertir) y su valor en libros en pesos (cada pierna
      *           valuada con TCAMBIO a la fecha del movimiento, mas las
      *           revaluaciones de fin de mes ya aplicadas). Una
      *           revaluacion (tipo 'V' de REVALUA-MONEDAS) solo mueve
      *           el valor en pesos y deja su fecha de negocio en
      *           POSMON-FECHA-REVALUACION (en blanco si la posicion
      *           nunca se ha revaluado). Las posiciones en pesos (MXP)
      *           valen siempre lo mismo en las dos columnas.
      ******************************************************************
       01  REGISTRO-POSICION-MONEDA.
           05  POSMON-LLAVE.
               10  POSMON-CUENTA   PIC X(10).
               10  POSMON-MONEDA   PIC X(03).
           05  POSMON-SALDO        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  POSMON-VALOR-PESOS  PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  POSMON-FECHA-REVALUACION PIC X(08).

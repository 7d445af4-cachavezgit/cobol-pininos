      ******************************************************************
      * Copybook: registro-orden-permanente.cpy
      * Purpose:  Layout de un registro del maestro de ordenes
      *           permanentes (data/ordenes-permanentes.dat, archivo
      *           indexado con llave ORDEN-NUMERO), los movimientos que
      *           se repiten solos, como una renta o un deposito de
      *           nomina: cuenta, monto con signo (negativo = cargo,
      *           positivo = abono), moneda y frecuencia, que es 'S'
      *           semanal o 'Q' catorcenal (cada 7 o 14 dias contados
      *           desde ORDEN-INICIO) o 'M' mensual el dia ORDEN-DIA
      *           (en un mes mas corto, el ultimo dia del mes). El fin
      *           en blanco deja la orden sin vencimiento. El estado
      *           es 'A' activa, 'S' suspendida, 'C' cancelada o 'V'
      *           vencida (la marca GENERA-ORDENES al pasar el fin); una
      *           orden nunca se borra. ORDEN-ULTIMA es la ultima fecha
      *           de negocio en que GENERA-ORDENES la genero.
      ******************************************************************
       01  REGISTRO-ORDEN-PERMANENTE.
           05  ORDEN-NUMERO        PIC 9(06).
           05  ORDEN-CUENTA        PIC X(10).
           05  ORDEN-MONTO         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  ORDEN-MONEDA        PIC X(03).
           05  ORDEN-FRECUENCIA    PIC X(01).
           05  ORDEN-DIA           PIC 9(02).
           05  ORDEN-INICIO        PIC X(08).
           05  ORDEN-FIN           PIC X(08).
           05  ORDEN-ESTADO        PIC X(01).
           05  ORDEN-ULTIMA        PIC X(08).
           05  ORDEN-CONCEPTO      PIC X(30).
           05  ORDEN-OPERADOR      PIC X(08).

      ******************************************************************
      * Copybook: registro-bloqueo.cpy
      * Purpose:  Layout de un registro del maestro de montos
      *           bloqueados (data/bloqueos-cuentas.dat, archivo
      *           indexado con llave BLOQUEO-LLAVE = cuenta + numero
      *           consecutivo), para embargos judiciales y retenciones
      *           de fondos: una cuenta puede traer cuantos bloqueos
      *           haga falta, cada uno con su monto, su vigencia
      *           (desde/hasta en AAAAMMDD; hasta en blanco = hasta que
      *           se libere) y su motivo. El estado es 'V' (vigente) o
      *           'L' (liberado); un bloqueo liberado nunca se borra,
      *           se queda como evidencia.
      ******************************************************************
       01  REGISTRO-BLOQUEO.
           05  BLOQUEO-LLAVE.
               10  BLOQUEO-CUENTA  PIC X(10).
               10  BLOQUEO-NUMERO  PIC 9(03).
           05  BLOQUEO-MONTO       PIC 9(9)V99.
           05  BLOQUEO-DESDE       PIC X(08).
           05  BLOQUEO-HASTA       PIC X(08).
           05  BLOQUEO-MOTIVO      PIC X(30).
           05  BLOQUEO-ESTADO      PIC X(01).
           05  BLOQUEO-OPERADOR    PIC X(08).

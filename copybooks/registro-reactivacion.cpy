      ******************************************************************
      * Copybook: registro-reactivacion.cpy
      * Purpose:  Layout de un renglon de la bitacora de reactivaciones
      *           (data/reactivaciones-cuentas.txt), que
      *           MANTENIMIENTO-CUENTAS alarga cada vez que una cuenta
      *           dormida vuelve a activa: la cuenta, la fecha de
      *           negocio de la reactivacion y el operador firmado que
      *           la hizo. DETECTA-INACTIVAS toma esa fecha como
      *           actividad de la cuenta, para que una cuenta recien
      *           reactivada y todavia sin movimiento de cliente no se
      *           vuelva a marcar dormida en la siguiente corrida.
      ******************************************************************
       01  REGISTRO-REACTIVACION.
           05  REACT-CUENTA        PIC X(10).
           05  REACT-FECHA         PIC X(08).
           05  REACT-OPERADOR      PIC X(08).

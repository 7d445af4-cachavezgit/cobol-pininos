      *           (data/cuentas-maestro.dat), con llave CUENTA-ID.
      *           El estado es 'A' (activa) o 'I' (inactiva); una baja
      *           nunca borra el registro, solo lo marca inactivo.
      *           'D' es una cuenta dormida (sin movimiento de cliente
      *           en la ventana de DETECTA-INACTIVAS), que solo vuelve
      *           a 'A' por la reactivacion de MANTENIMIENTO-CUENTAS.
      *           'C' es una cuenta cerrada por LIQUIDA-CIERRES despues
      *           de traspasar su saldo e imprimir su estado de cuenta
      *           final y su carta de cierre: no acepta movimientos,
      *           no cambia de estado y su numero no se reutiliza.
      *           La sucursal duena de la cuenta permite el corte por
      *           sucursal de REPORTE-SUCURSAL; las cuentas dadas de
      *           alta antes de la columna la traen en blanco y los
      *           reportes las agrupan como SIN SUCURSAL.
      *           El cliente dueno de la cuenta (CLIENTE-ID del
      *           maestro de clientes, data/clientes-maestro.dat) junta
      *           bajo una sola persona todas sus cuentas; lo vincula
      *           MANTENIMIENTO-CLIENTES y las cuentas anteriores a la
      *           columna lo traen en blanco (sin cliente).
      ******************************************************************
       01  REGISTRO-CUENTA.
           05  CUENTA-ID           PIC X(10).
           05  CUENTA-NOMBRE       PIC X(30).
           05  CUENTA-ESTADO       PIC X(01).
           05  CUENTA-SUCURSAL     PIC X(04).
           05  CUENTA-CLIENTE      PIC X(08).

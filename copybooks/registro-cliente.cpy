      ******************************************************************
      * Copybook: registro-cliente.cpy
      * Purpose:  Layout de un registro del maestro de clientes
      *           (data/clientes-maestro.dat, archivo indexado con llave
      *           CLIENTE-ID y llave alterna CLIENTE-RFC con
      *           duplicados), que mantiene MANTENIMIENTO-CLIENTES. Es
      *           la persona detras de las cuentas: cada cuenta del
      *           maestro de cuentas apunta a su cliente en
      *           CUENTA-CLIENTE. El nombre es la razon social o el
      *           nombre legal completo; el RFC identifica a la persona
      *           aunque su nombre venga escrito de varias formas (13
      *           posiciones una persona fisica, 12 una moral). El
      *           tipo es 'F' persona fisica o 'M' persona moral. El
      *           estado es 'A' activo o 'I' inactivo; una baja nunca
      *           borra el registro, solo lo marca inactivo.
      ******************************************************************
       01  REGISTRO-CLIENTE.
           05  CLIENTE-ID          PIC X(08).
           05  CLIENTE-NOMBRE      PIC X(40).
           05  CLIENTE-RFC         PIC X(13).
           05  CLIENTE-DOMICILIO   PIC X(60).
           05  CLIENTE-TIPO        PIC X(01).
           05  CLIENTE-ESTADO      PIC X(01).

      ******************************************************************
      * Copybook: registro-mapa-contable.cpy
      * Purpose:  Layout de una regla del mapa contable
      *           (data/mapa-contable.txt), que mantiene
      *           MANTENIMIENTO-MAPA-CONTABLE y con el que EXTRAE-MAYOR
      *           arma cada asiento de la poliza al mayor. La llave son
      *           las cuatro dimensiones de la partida: el codigo de
      *           operacion (para un resultado del lote el de
      *           OPERACIONES-MATEMATICAS: S, R, M, D, P, E o Z; para un
      *           movimiento de cuenta su origen en el historial: C de
      *           cliente, I de intereses o V de revaluacion cambiaria),
      *           el tipo de movimiento del registro de entrada, la
      *           moneda y la sucursal de la cuenta (???? si no tiene).
      *           Un '*' en cualquiera de ellas la deja abierta; gana
      *           la regla mas especifica, pesando primero la
      *           operacion, luego el tipo, la moneda y la sucursal.
      *           Los resultados del lote no traen tipo ni sucursal y
      *           van en pesos (MXP), asi que solo los alcanzan reglas
      *           con '*' en esas columnas. Las cuentas de DEBE y HABER
      *           son las del importe positivo; un importe negativo se
      *           asienta volteado.
      ******************************************************************
       01  REGISTRO-MAPA-CONTABLE.
           05  MAPA-LLAVE.
               10  MAPA-OPERACION  PIC X(01).
               10  FILLER          PIC X(01).
               10  MAPA-TIPO       PIC X(01).
               10  FILLER          PIC X(01).
               10  MAPA-MONEDA     PIC X(03).
               10  FILLER          PIC X(01).
               10  MAPA-SUCURSAL   PIC X(04).
           05  FILLER              PIC X(01).
           05  MAPA-CUENTA-DEBE    PIC X(12).
           05  FILLER              PIC X(01).
           05  MAPA-CUENTA-HABER   PIC X(12).
           05  FILLER              PIC X(01).
           05  MAPA-DESCRIPCION    PIC X(30).

      *           (data/transacciones.txt): codigo de operacion y los
      *           dos operandos, compartido por OPERACIONES-MATEMATICAS
      *           y por los programas que corrigen y reenvian
      *           transacciones al lote. La referencia es la que el
      *           banco le dio a la partida (CONVIERTE-BANCO la copia
      *           de su archivo); las capturas a mano y los archivos
      *           viejos la traen en blanco.
      ******************************************************************
           01      registro-transaccion.
               05      trans-operacion    PICTURE X(01).
                                           SIGN LEADING SEPARATE.
               05      trans-var2         PICTURE S9(5)V99
                                           SIGN LEADING SEPARATE.
               05      trans-referencia   PICTURE X(12).

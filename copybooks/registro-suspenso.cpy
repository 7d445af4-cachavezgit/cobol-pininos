      *           mas alto la confirme; solo entonces viaja a la
      *           resubmision. Asi un nivel 1 ya no puede inventar
      *           transacciones solo.
      *           El origen (banco que mando el lote, tomado del
      *           encabezado) y la referencia del banco acompanian a
      *           la transaccion para que CONCILIA-BANCO encuentre en
      *           suspenso o en retenidas la partida que el banco
      *           reporta; los registros de lotes sin banco los traen
      *           en blanco.
      ******************************************************************
           01      registro-suspenso.
               05      susp-motivo        PICTURE X(02).
               05      susp-nueva-var2    PICTURE S9(5)V99
                                           SIGN LEADING SEPARATE.
               05      susp-corrector     PICTURE X(08).
               05      susp-origen        PICTURE X(08).
               05      susp-referencia    PICTURE X(12).

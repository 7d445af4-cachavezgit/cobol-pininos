      *          'R' regresa la fecha que queda el numero pedido de
      *              DIAS HABILES antes de la fecha pedida, para que
      *              la ventana de aceptacion se cuente en dias de
      *              negocio y no de calendario;
      *          'A' avanza el numero pedido de DIAS HABILES despues
      *              de la fecha pedida (el dia habil siguiente con
      *              uno), para que el control de corrida sepa si hoy
      *              es el ultimo dia habil del mes;
      *          'C' cuenta los DIAS HABILES que van de la fecha
      *              pedida (sin contarla) a la fecha resultado
      *              (contandola) y los deja en los dias pedidos, para
      *              dar la antiguedad de una partida en dias de
      *              negocio; tope 999, cero si no es posterior.
      *          Sin archivo de feriados solo cuentan los fines de
      *          semana.
      * Tectonics: cobc -m diahabil.cbl
                   MOVE habil-trabajo TO es-habil
               WHEN 'R'
                   PERFORM RESTA-DIAS-HABILES
               WHEN 'A'
                   PERFORM SUMA-DIAS-HABILES
               WHEN 'C'
                   PERFORM CUENTA-DIAS-HABILES
               WHEN OTHER
                   DISPLAY "DIAHABIL: ACCION DESCONOCIDA "
                       accion-pedida
               ADD 1 TO dias-contados
           END-IF.

      * Lo mismo hacia adelante: la fecha donde se junta el numero
      * pedido de dias habiles es el resultado.
       SUMA-DIAS-HABILES.
           MOVE fecha-pedida TO fecha-trabajo
           MOVE ZERO TO dias-contados
           PERFORM AVANZA-UN-DIA
               UNTIL dias-contados >= dias-pedidos
           MOVE fecha-trabajo TO fecha-resultado.

       AVANZA-UN-DIA.
           COMPUTE fecha-trabajo = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(fecha-trabajo) + 1)
           PERFORM JUZGA-DIA
           IF habil-trabajo = 'S'
               ADD 1 TO dias-contados
           END-IF.

      * Se avanza desde la fecha pedida hasta alcanzar la fecha
      * resultado contando los habiles del camino; una partida de
      * mas de 999 dias habiles se queda en 999.
       CUENTA-DIAS-HABILES.
           MOVE fecha-pedida TO fecha-trabajo
           MOVE ZERO TO dias-contados
           IF fecha-pedida IS NUMERIC
               AND fecha-resultado IS NUMERIC
               PERFORM AVANZA-UN-DIA
                   UNTIL fecha-trabajo >= fecha-resultado
                      OR dias-contados >= 999
           END-IF
           MOVE dias-contados TO dias-pedidos.

       CARGA-FERIADOS.
           MOVE ZERO TO total-feriados
           MOVE 'N' TO fin-feriados

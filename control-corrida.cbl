      *          tarde caida desde el primer paso no TERMINADO. Los
      *          programas toman de aqui la fecha de negocio en lugar
      *          del reloj de pared.
      *          Ademas de los seis pasos diarios el control conoce
      *          los pasos de calendario, que ya no se lanzan a mano:
      *          INTERES (devengo de ACUMULA-INTERES, antes de INTRO
      *          para que los abonos entren a la tarde) y MENSUAL
      *          (CIERRE-MENSUAL, despues de MAYOR) el ultimo dia
      *          habil del mes, ARCHIVA (corte de la pista de
      *          auditoria) el primer dia habil del mes siguiente, y
      *          ANUAL (CIERRE-ANUAL) despues del cierre de diciembre.
      *          REVALUA (REVALUA-MONEDAS, la revaluacion cambiaria
      *          de fin de mes) toca el ultimo dia habil del mes entre
      *          INTERES e INTRO, para que sus ajustes entren a la
      *          tarde como los abonos de interes.
      *          El calendario de DIAHABIL decide al abrir el dia: un
      *          paso que no toca queda NO-APLICA (cuenta como hecho
      *          para las dependencias y para dar el dia por
      *          TERMINADO) y su INICIA responde RC 2; uno que toca
      *          corre con la misma vigilancia y reanudacion que los
      *          diarios. CALENDARIO dice que pasos tocan hoy y por
      *          que, para que el flujo lo deje en su log.
      *          Usos: VERIFICA [FORZAR]
      *                CALENDARIO
      *                INICIA <paso>   (RC 0 adelante, 2 no toca hoy
      *                                 segun el calendario, 4 ya
      *                                 TERMINADO y se salta, 8
      *                                 dependencia pendiente)
      *                TERMINA <paso> [rc]
      *          Pasos: INTRO OPS RECON SALDOS RESUMEN MAYOR
      *                 INTERES ARCHIVA MENSUAL ANUAL REVALUA
      * Tectonics: cobc -x control-corrida.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
      * el registro crecio.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  corrida-pasos OCCURS 11 TIMES.
               10  corrida-paso-estado PICTURE X(10).
               10  corrida-paso-rc     PICTURE X(03).
       WORKING-STORAGE SECTION.
           01      fecha-hoy       PICTURE X(08).
           01      corrida-leida   PICTURE X(01) VALUE 'N'.
           01      fecha-guardada  PICTURE X(08) VALUE SPACES.
           01      indice-paso     PICTURE 9(02) COMP VALUE ZERO.
           01      paso-pedido     PICTURE 9(02) COMP VALUE ZERO.
           01      paso-pendiente  PICTURE 9(02) COMP VALUE ZERO.
           01      indice-orden    PICTURE 9(02) COMP VALUE ZERO.
           01      todos-terminados PICTURE X(01) VALUE 'S'.
           01      rc-pedido       PICTURE 9(03) VALUE ZERO.
      * El calendario de negocio manda al abrir el dia: una fecha no
           01      dias-cero       PICTURE 9(03) VALUE ZERO.
           01      fecha-sin-uso   PICTURE X(08).
           01      programa-limpia PICTURE X(30).
      * El calendario del dia: habil anterior y siguiente segun
      * DIAHABIL; si el siguiente ya es de otro mes hoy es el ultimo
      * dia habil del mes, si el anterior es de otro mes hoy es el
      * primero.
           01      dias-uno        PICTURE 9(03) VALUE 1.
           01      fecha-anterior  PICTURE X(08).
           01      fecha-siguiente PICTURE X(08).
           01      ultimo-del-mes  PICTURE X(01) VALUE 'N'.
           01      primero-del-mes PICTURE X(01) VALUE 'N'.
           01      cierre-de-anio  PICTURE X(01) VALUE 'N'.
      * Los seis pasos de la tarde y los cinco de calendario; el
      * prerrequisito de cada uno es el indice del paso que debe
      * estar TERMINADO (o NO-APLICA) antes (cero = ninguno).
           01      tabla-pasos.
               05      renglon-paso OCCURS 11 TIMES.
                   10      paso-nombre  PICTURE X(10).
                   10      paso-previo  PICTURE 9(02).
                   10      paso-toca    PICTURE X(01).
                   10      paso-estado  PICTURE X(10).
                   10      paso-rc      PICTURE X(03).
      * Orden en que el flujo lanza los pasos (por indice de la
      * tabla), para reanudar desde el primero que falta.
           01      orden-pasos     PICTURE X(22)
                                   VALUE "0807110102030405060910".
           01      tabla-orden REDEFINES orden-pasos.
               05      orden-paso   PICTURE 9(02) OCCURS 11 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-hoy
           PERFORM CALCULA-CALENDARIO
           PERFORM ARMA-TABLA-PASOS
           ACCEPT parametros FROM COMMAND-LINE
           UNSTRING parametros DELIMITED BY ALL SPACES
               INTO accion-pedida detalle-pedido extra-pedido
           EVALUATE accion-pedida
               WHEN "VERIFICA"
                   PERFORM VERIFICA-CORRIDA
               WHEN "CALENDARIO"
                   PERFORM INFORMA-CALENDARIO
               WHEN "INICIA"
                   PERFORM INICIA-PASO
               WHEN "TERMINA"
                   PERFORM TERMINA-PASO
               WHEN OTHER
                   DISPLAY "CONTROL-CORRIDA: USO VERIFICA [FORZAR] "
                       "| CALENDARIO | INICIA <paso> "
                       "| TERMINA <paso> [rc]"
                   DISPLAY "PASOS: INTRO OPS RECON SALDOS RESUMEN "
                       "MAYOR INTERES ARCHIVA MENSUAL ANUAL REVALUA"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       ARMA-TABLA-PASOS.
           MOVE "INTRO"   TO paso-nombre(1)
           MOVE 11        TO paso-previo(1)
           MOVE "OPS"     TO paso-nombre(2)
           MOVE 1         TO paso-previo(2)
           MOVE "RECON"   TO paso-nombre(3)
           MOVE 1         TO paso-previo(5)
           MOVE "MAYOR"   TO paso-nombre(6)
           MOVE 2         TO paso-previo(6)
           MOVE "INTERES" TO paso-nombre(7)
           MOVE 0         TO paso-previo(7)
           MOVE ultimo-del-mes TO paso-toca(7)
           MOVE "ARCHIVA" TO paso-nombre(8)
           MOVE 0         TO paso-previo(8)
           MOVE primero-del-mes TO paso-toca(8)
           MOVE "MENSUAL" TO paso-nombre(9)
           MOVE 6         TO paso-previo(9)
           MOVE ultimo-del-mes TO paso-toca(9)
           MOVE "ANUAL"   TO paso-nombre(10)
           MOVE 9         TO paso-previo(10)
           MOVE cierre-de-anio TO paso-toca(10)
           MOVE "REVALUA" TO paso-nombre(11)
           MOVE 7         TO paso-previo(11)
           MOVE ultimo-del-mes TO paso-toca(11)
           MOVE ZERO TO indice-paso
           PERFORM LIMPIA-PASO UNTIL indice-paso >= 11.

      * Los pasos diarios siempre tocan; uno de calendario que hoy no
      * toca arranca NO-APLICA en lugar de PENDIENTE.
       LIMPIA-PASO.
           ADD 1 TO indice-paso
           IF indice-paso > 6 AND paso-toca(indice-paso) NOT = 'S'
               MOVE "NO-APLICA" TO paso-estado(indice-paso)
           ELSE
               MOVE "PENDIENTE" TO paso-estado(indice-paso)
           END-IF
           MOVE "000" TO paso-rc(indice-paso).

      * El calendario se juzga solo en dia habil: una fecha abierta
      * por FORZAR en fin de semana o feriado no lleva pasos de
      * calendario. El cierre anual toca el ultimo dia habil de
      * diciembre, despues del cierre del mes.
       CALCULA-CALENDARIO.
           CALL "DIAHABIL" USING "V", fecha-hoy, dias-cero,
               fecha-sin-uso, dia-habil
           CALL "DIAHABIL" USING "A", fecha-hoy, dias-uno,
               fecha-siguiente, fecha-sin-uso
           CALL "DIAHABIL" USING "R", fecha-hoy, dias-uno,
               fecha-anterior, fecha-sin-uso
           IF dia-habil = 'S'
               IF fecha-siguiente(1:6) NOT = fecha-hoy(1:6)
                   MOVE 'S' TO ultimo-del-mes
                   IF fecha-hoy(5:2) = "12"
                       MOVE 'S' TO cierre-de-anio
                   END-IF
               END-IF
               IF fecha-anterior(1:6) NOT = fecha-hoy(1:6)
                   MOVE 'S' TO primero-del-mes
               END-IF
           END-IF.

      * CALENDARIO no toca el archivo de control: solo dice que pasos
      * de calendario tocan en la fecha de hoy y por que.
       INFORMA-CALENDARIO.
           IF dia-habil = 'N'
               DISPLAY "FECHA " fecha-hoy " NO HABIL: NINGUN PASO DE "
                   "CALENDARIO TOCA HOY."
           ELSE
               DISPLAY "FECHA " fecha-hoy " HABIL; HABIL ANTERIOR "
                   fecha-anterior ", HABIL SIGUIENTE "
                   fecha-siguiente "."
               IF ultimo-del-mes = 'S'
                   DISPLAY "INTERES, REVALUA Y MENSUAL PROGRAMADOS: "
                       "ULTIMO DIA HABIL DEL MES " fecha-hoy(1:6) "."
               ELSE
                   DISPLAY "INTERES, REVALUA Y MENSUAL NO TOCAN: "
                       "EL MES " fecha-hoy(1:6) " SIGUE EL "
                       fecha-siguiente "."
               END-IF
               IF primero-del-mes = 'S'
                   DISPLAY "ARCHIVA PROGRAMADO: PRIMER DIA HABIL DEL "
                       "MES " fecha-hoy(1:6) ", CORTE DE LA PISTA "
                       "DEL MES " fecha-anterior(1:6) "."
               ELSE
                   DISPLAY "ARCHIVA NO TOCA: EL MES " fecha-hoy(1:6)
                       " YA TUVO DIA HABIL EL " fecha-anterior "."
               END-IF
               IF cierre-de-anio = 'S'
                   DISPLAY "ANUAL PROGRAMADO: CIERRE DE DICIEMBRE DEL "
                       "ANIO " fecha-hoy(1:4) "."
               ELSE
                   DISPLAY "ANUAL NO TOCA: HOY NO ES EL ULTIMO DIA "
                       "HABIL DE DICIEMBRE."
               END-IF
           END-IF.

       LEE-CORRIDA.
           OPEN INPUT ARCHIVO-CORRIDA
           IF estado-archivo-corrida = "00"
                       MOVE 'S' TO corrida-leida
                       MOVE corrida-fecha TO fecha-guardada
                       MOVE ZERO TO indice-paso
                       PERFORM CARGA-PASO UNTIL indice-paso >= 11
               END-READ
               CLOSE ARCHIVO-CORRIDA
           END-IF.

      * El archivo viejo de dos pasos (registro corto) llega con los
      * pasos nuevos en blanco: un estado vacio se queda como lo dejo
      * LIMPIA-PASO (PENDIENTE, o NO-APLICA si el calendario no toca).
       CARGA-PASO.
           ADD 1 TO indice-paso
           IF corrida-paso-estado(indice-paso) NOT = SPACES
               IF todos-terminados = 'S'
                   IF detalle-pedido = "FORZAR"
                       MOVE ZERO TO indice-paso
                       PERFORM LIMPIA-PASO UNTIL indice-paso >= 11
                       PERFORM GUARDA-CORRIDA
                       PERFORM LIMPIA-VISTOS-HOY
                       DISPLAY "FECHA DE NEGOCIO " fecha-hoy
                       " ABIERTA POR FORZAR."
               END-IF
               MOVE ZERO TO indice-paso
               PERFORM LIMPIA-PASO UNTIL indice-paso >= 11
               PERFORM GUARDA-CORRIDA
               DISPLAY "FECHA DE NEGOCIO " fecha-hoy
                   " ABIERTA PARA PROCESO."
           MOVE "ACTUALIZA-SALDOS" TO programa-limpia
           CALL "REGVISTOS" USING "L", programa-limpia
           MOVE "RECONCILIACION" TO programa-limpia
           CALL "REGVISTOS" USING "L", programa-limpia.

      * Se recorre el orden del flujo de atras hacia adelante para
      * quedarse con el primer paso que falta.
       BUSCA-PASO-PENDIENTE.
           MOVE 'S' TO todos-terminados
           MOVE ZERO TO paso-pendiente
           MOVE 11 TO indice-orden
           PERFORM REVISA-PASO-PENDIENTE
               UNTIL indice-orden < 1.

       REVISA-PASO-PENDIENTE.
           MOVE orden-paso(indice-orden) TO indice-paso
           IF paso-estado(indice-paso) NOT = "TERMINADO"
               AND paso-estado(indice-paso) NOT = "NO-APLICA"
               MOVE 'N' TO todos-terminados
               MOVE indice-paso TO paso-pendiente
           END-IF
           SUBTRACT 1 FROM indice-orden.

      * INICIA vigila la tarde: un paso ya TERMINADO hoy no se vuelve
      * a lanzar (RC 4, el flujo lo salta al reanudar), uno de
      * calendario que hoy no toca se contesta con RC 2 y un paso cuyo
      * prerrequisito no quedo limpio se niega (RC 8). Una fecha
      * nueva abre el dia sola, como VERIFICA.
       INICIA-PASO.
                           FUNCTION TRIM(detalle-pedido)
                           " YA TERMINADO HOY, SE SALTA."
                       MOVE 4 TO RETURN-CODE
                   WHEN paso-estado(paso-pedido) = "NO-APLICA"
                       DISPLAY "PASO "
                           FUNCTION TRIM(detalle-pedido)
                           " NO TOCA HOY SEGUN EL CALENDARIO."
                       MOVE 2 TO RETURN-CODE
                   WHEN paso-previo(paso-pedido) > ZERO
                       AND paso-estado(paso-previo(paso-pedido))
                           NOT = "TERMINADO"
                       AND paso-estado(paso-previo(paso-pedido))
                           NOT = "NO-APLICA"
                       DISPLAY "PASO "
                           FUNCTION TRIM(detalle-pedido)
                           " NEGADO: FALTA TERMINAR "
       TERMINA-PASO.
           IF corrida-leida = 'N' OR fecha-guardada NOT = fecha-hoy
               MOVE ZERO TO indice-paso
               PERFORM LIMPIA-PASO UNTIL indice-paso >= 11
           END-IF
           PERFORM BUSCA-PASO
           IF paso-pedido = ZERO
       BUSCA-PASO.
           MOVE ZERO TO paso-pedido
           MOVE ZERO TO indice-paso
           PERFORM COMPARA-PASO UNTIL indice-paso >= 11.

       COMPARA-PASO.
           ADD 1 TO indice-paso
           ELSE
               MOVE fecha-hoy TO corrida-fecha
               MOVE ZERO TO indice-paso
               PERFORM PASA-PASO UNTIL indice-paso >= 11
               WRITE registro-corrida
               CLOSE ARCHIVO-CORRIDA
           END-IF.

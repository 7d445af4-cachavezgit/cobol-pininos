       01  WS-TIPO-VALIDO PIC X(01) VALUE 'N'.
       01  WS-REVERSOS-CONTADOR PIC 9(05) VALUE ZERO.
       01  WS-REVERSOS-CONTADOR-F PIC Z(4)9.
      * Traspaso entre cuentas (tipo 'T'): VALTRASPASO decide si entra
      * completo; si entra, cuenta como un solo registro bueno que
      * neto no mueve dinero (el cargo al origen y el abono al destino
      * se cancelan), y en modo masivo se libera como dos piernas.
       01  WS-TRASPASO-VALIDO PIC X(01) VALUE 'N'.
       01  WS-MOTIVO-TRASPASO PIC X(30).
       01  WS-TRASPASOS-CONTADOR PIC 9(05) VALUE ZERO.
       01  WS-TRASPASOS-CONTADOR-F PIC Z(4)9.
       01  WS-MONTO-ORIGINAL-TRABAJO PIC S9(9)V99.
       01  WS-MONTO-CONVERTIDO PIC S9(11)V99.
       01  WS-TOTAL-MONEDAS PIC 9(02) COMP VALUE ZERO.
       01  WS-VALIDA-CUENTAS PIC X(01) VALUE 'N'.
       01  WS-CUENTAS-DESCONOCIDAS PIC 9(05) VALUE ZERO.
       01  WS-CUENTAS-INACTIVAS PIC 9(05) VALUE ZERO.
      * Cuenta dormida ('D', marcada por DETECTA-INACTIVAS): como a la
      * cerrada, ACTUALIZA-SALDOS no le aplica nada y cada movimiento
      * sale a excepciones (y a su total) para que la sucursal lo
      * revise.
       01  WS-CUENTAS-DORMIDAS PIC 9(05) VALUE ZERO.
       01  WS-CUENTA-DORMIDA PIC X(01) VALUE 'N'.
      * Cuenta cerrada ('C', por LIQUIDA-CIERRES): ACTUALIZA-SALDOS no
      * le aplica nada y cada movimiento sale a excepciones.
       01  WS-CUENTAS-CERRADAS PIC 9(05) VALUE ZERO.
       01  WS-CUENTA-CERRADA PIC X(01) VALUE 'N'.
       01  WS-NOMBRE-ARCHIVO PIC X(40).
       01  WS-PRIMER-ARCHIVO PIC X(01) VALUE 'S'.
       01  WS-PARM-INICIO PIC X(08).
            MOVE ZERO TO WS-TOTAL-MONEDAS.
            MOVE ZERO TO WS-CUENTAS-DESCONOCIDAS.
            MOVE ZERO TO WS-CUENTAS-INACTIVAS.
            MOVE ZERO TO WS-CUENTAS-DORMIDAS.
            MOVE ZERO TO WS-CUENTAS-CERRADAS.
            MOVE ZERO TO WS-REVERSOS-CONTADOR.
            MOVE ZERO TO WS-TRASPASOS-CONTADOR.
            MOVE ZERO TO WS-REGISTRO-INICIO.
            MOVE 'N' TO WS-MODO-MASIVO.
            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
               MOVE WS-REVERSOS-CONTADOR TO WS-REVERSOS-CONTADOR-F
               DISPLAY "REVERSOS APLICADOS: " WS-REVERSOS-CONTADOR-F
            END-IF.
            IF WS-TRASPASOS-CONTADOR > ZERO
               MOVE WS-TRASPASOS-CONTADOR TO WS-TRASPASOS-CONTADOR-F
               DISPLAY "TRASPASOS ACEPTADOS: " WS-TRASPASOS-CONTADOR-F
            END-IF.
            PERFORM ESCRIBE-SUBTOTALES-MONEDA.
            IF WS-VALIDA-CUENTAS = 'S'
               DISPLAY "CUENTAS NO ENCONTRADAS EN EL MAESTRO: "
                  WS-CUENTAS-DESCONOCIDAS
               DISPLAY "CUENTAS INACTIVAS EN EL MAESTRO: "
                  WS-CUENTAS-INACTIVAS
               DISPLAY "MOVIMIENTOS A CUENTAS DORMIDAS: "
                  WS-CUENTAS-DORMIDAS
               DISPLAY "MOVIMIENTOS A CUENTAS CERRADAS: "
                  WS-CUENTAS-CERRADAS
            END-IF.
            MOVE SPACES TO WS-TEXTO-IMPRESION.
            STRING "TOTAL RECORDS READ: " DELIMITED BY SIZE
                                       "] REVERSO APLICADO A LA "
                                       "CUENTA " ACCOUNT-ID
                                 END-IF
                                 IF TRANS-TYPE = 'T'
                                    ADD 1 TO WS-TRASPASOS-CONTADOR
                                    DISPLAY "["
                                       FUNCTION
                                          TRIM(WS-MARCA-TIEMPO-F)
                                       "] TRASPASO DE LA CUENTA "
                                       ACCOUNT-ID " A LA CUENTA "
                                       TRANS-CUENTA-DESTINO
                                 END-IF
                                 PERFORM VALIDA-CUENTA
                                 ADD 1 TO WS-REGISTROS-BUENOS
                                 PERFORM IMPRIME-REGISTRO
       VALIDA-FECHA-FIN.
            EXIT.

      * El tipo de registro solo puede ser movimiento (espacio o 'M'),
      * reverso ('R'), traspaso ('T') o revaluacion ('V'); cualquier
      * otra cosa se va a excepciones con su motivo, igual que una
      * fecha mala. Un traspaso que VALTRASPASO no acepta se va a
      * excepciones con el motivo que regresa, y ninguna de sus
      * piernas se toma. Una revaluacion trae su importe en pesos
      * (MXP) y la moneda revaluada aparte, o se va a excepciones.
       VALIDA-TIPO.
            IF TRANS-TYPE = SPACE OR TRANS-TYPE = 'M'
               OR TRANS-TYPE = 'R'
               MOVE 'S' TO WS-TIPO-VALIDO
            ELSE
               IF TRANS-TYPE = 'T'
                  CALL "VALTRASPASO" USING INPUT-RECORD,
                     WS-TRASPASO-VALIDO, WS-MOTIVO-TRASPASO
                  MOVE WS-TRASPASO-VALIDO TO WS-TIPO-VALIDO
                  IF WS-TRASPASO-VALIDO = 'N'
                     MOVE WS-MOTIVO-TRASPASO TO WS-MOTIVO-FECHA
                  END-IF
               ELSE
                  IF TRANS-TYPE = 'V'
                     AND CURRENCY-CODE = "MXP"
                     AND TRANS-MONEDA-REVALUADA NOT = SPACES
                     AND TRANS-MONEDA-REVALUADA NOT = "MXP"
                     MOVE 'S' TO WS-TIPO-VALIDO
                  ELSE
                     MOVE 'N' TO WS-TIPO-VALIDO
                     IF TRANS-TYPE = 'V'
                        MOVE "REVALUACION INVALIDA"
                           TO WS-MOTIVO-FECHA
                     ELSE
                        MOVE "TIPO DE REGISTRO INVALIDO"
                           TO WS-MOTIVO-FECHA
                     END-IF
                  END-IF
               END-IF
            END-IF.

       ESCRIBE-EXCEPCION.
            ADD 1 TO WS-EXCEPCIONES-FECHA.
            PERFORM ESCRIBE-RENGLON-EXCEPCION.

       ESCRIBE-RENGLON-EXCEPCION.
            MOVE SPACES TO WS-REGISTRO-EXCEPCION.
            STRING FUNCTION TRIM(WS-NOMBRE-ARCHIVO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
                           "] CUENTA INACTIVA EN EL MAESTRO: "
                           ACCOUNT-ID
                     END-IF
                     IF CUENTA-ESTADO = 'D'
                        ADD 1 TO WS-CUENTAS-DORMIDAS
                        DISPLAY "[" FUNCTION TRIM(WS-MARCA-TIEMPO-F)
                           "] MOVIMIENTO A CUENTA DORMIDA: "
                           ACCOUNT-ID
                        MOVE "CUENTA DORMIDA" TO WS-MOTIVO-FECHA
                        PERFORM ESCRIBE-EXCEPCION
                     END-IF
                     IF CUENTA-ESTADO = 'C'
                        ADD 1 TO WS-CUENTAS-CERRADAS
                        DISPLAY "[" FUNCTION TRIM(WS-MARCA-TIEMPO-F)
                           "] MOVIMIENTO A CUENTA CERRADA: "
                           ACCOUNT-ID
                        MOVE "CUENTA CERRADA" TO WS-MOTIVO-FECHA
                        PERFORM ESCRIBE-EXCEPCION
                     END-IF
               END-READ
            END-IF.

            IF TRANS-TYPE = 'R'
               COMPUTE WS-MONTO-EFECTIVO = TRANS-AMOUNT * -1
            ELSE
               IF TRANS-TYPE = 'T'
                  MOVE ZERO TO WS-MONTO-EFECTIVO
               ELSE
                  MOVE TRANS-AMOUNT TO WS-MONTO-EFECTIVO
               END-IF
            END-IF.
            IF WS-TASA-HALLADA = 'S'
               MOVE WS-MONTO-EFECTIVO TO WS-MONTO-ORIGINAL-TRABAJO
            END-IF.
            IF WS-FECHA-VALIDA = 'S' AND WS-TIPO-VALIDO = 'S'
               PERFORM CONVIERTE-MONEDA
               IF WS-TASA-HALLADA = 'S' AND TRANS-TYPE = 'T'
                  PERFORM LIBERA-TRASPASO
               END-IF
               IF WS-TASA-HALLADA = 'S' AND TRANS-TYPE NOT = 'T'
                  IF TRANS-TYPE = 'R'
                     ADD 1 TO WS-REVERSOS-CONTADOR
                  END-IF
                  MOVE WS-MONTO-CONVERTIDO TO WS-ORD-CONVERTIDO
                  MOVE WS-NOMBRE-ARCHIVO TO WS-ORD-ARCHIVO
                  RELEASE WS-REGISTRO-ORDEN
               END-IF
               IF WS-TASA-HALLADA NOT = 'S'
                  MOVE "SIN TIPO DE CAMBIO" TO WS-MOTIVO-FECHA
                  PERFORM ESCRIBE-EXCEPCION
               END-IF
               PERFORM ESCRIBE-EXCEPCION
            END-IF.

      * Un traspaso se libera al ordenador como dos piernas de tipo
      * 'T' con el monto ya firmado (cargo al origen, abono al
      * destino), para que cada una caiga en el corte de su cuenta.
      * Su llave se revisa aqui contra el registro duradero, una sola
      * vez por traspaso, y aqui mismo cuenta como registro bueno y
      * entra al subtotal de su moneda (neto en cero).
       LIBERA-TRASPASO.
            PERFORM DETECTA-DUPLICADO.
            IF WS-DUPLICADO = 'S'
               PERFORM ESCRIBE-DUPLICADO
            ELSE
               ADD 1 TO WS-TRASPASOS-CONTADOR
               ADD 1 TO WS-REGISTROS-BUENOS
               PERFORM ACUMULA-MONEDA THRU ACUMULA-MONEDA-FIN
               MOVE TRANS-DATE TO WS-ORD-FECHA
               MOVE TRANS-TYPE TO WS-ORD-TIPO
               MOVE WS-MONEDA-ACTUAL TO WS-ORD-MONEDA
               MOVE WS-NOMBRE-ARCHIVO TO WS-ORD-ARCHIVO
               MOVE ACCOUNT-ID TO WS-ORD-CUENTA
               COMPUTE WS-ORD-MONTO = TRANS-AMOUNT * -1
               COMPUTE WS-ORD-CONVERTIDO ROUNDED
                  = TRANS-AMOUNT * WS-TASA-CAMBIO * -1
               RELEASE WS-REGISTRO-ORDEN
               MOVE TRANS-CUENTA-DESTINO TO WS-ORD-CUENTA
               MOVE TRANS-AMOUNT TO WS-ORD-MONTO
               COMPUTE WS-ORD-CONVERTIDO ROUNDED
                  = TRANS-AMOUNT * WS-TASA-CAMBIO
               RELEASE WS-REGISTRO-ORDEN
            END-IF.

      * Fase de salida: el detalle llega ordenado por cuenta, fecha y
      * monto, asi que los duplicados quedan juntos y los totales por
      * cuenta salen con un solo corte de control; el detalle bueno se
               CLOSE ARCHIVO-TRABAJO
            END-IF.

      * Las piernas de un traspaso ya se revisaron contra el registro
      * duradero al liberarse y ya contaron como registro bueno.
       PROCESA-ORDENADO.
            MOVE 'N' TO WS-DUPLICADO.
            IF WS-ORD-TIPO NOT = 'T'
               MOVE WS-ORD-MONTO TO WS-LLAVE-MONTO
               CALL "REGVISTOS" USING "V", WS-NOMBRE-PROGRAMA,
                  WS-ORD-CUENTA, WS-LLAVE-MONTO-G, WS-ORD-FECHA,
                  WS-ORD-TIPO, WS-ORD-ARCHIVO, WS-DUPLICADO,
                  WS-ARCHIVO-PRIMERO
            END-IF.
            IF WS-DUPLICADO = 'S'
               PERFORM ESCRIBE-DUPLICADO-MASIVO
            ELSE
                  MOVE 'S' TO WS-HAY-CUENTA-ABIERTA
                  PERFORM VALIDA-CUENTA-MASIVO
               END-IF
               IF WS-CUENTA-DORMIDA = 'S'
                  PERFORM ESCRIBE-DORMIDA-MASIVO
               END-IF
               IF WS-CUENTA-CERRADA = 'S'
                  PERFORM ESCRIBE-CERRADA-MASIVO
               END-IF
               IF WS-ORD-TIPO = 'R'
                  COMPUTE WS-MONTO-EFECTIVO = WS-ORD-MONTO * -1
               ELSE
               END-IF
               ADD 1 TO WS-MOVS-CUENTA
               ADD WS-MONTO-EFECTIVO TO WS-TOTAL-CUENTA
               IF WS-ORD-TIPO NOT = 'T'
                  ADD 1 TO WS-REGISTROS-BUENOS
               END-IF
               IF WS-FILE-STATUS-TRABAJO = "00"
                  MOVE WS-ORD-CUENTA TO WS-TRA-CUENTA
                  MOVE WS-ORD-FECHA TO WS-TRA-FECHA
                  MOVE WS-ORD-CONVERTIDO TO WS-TRA-CONVERTIDO
                  WRITE WS-REGISTRO-TRABAJO
               END-IF
               IF WS-ORD-TIPO NOT = 'T'
                  MOVE WS-ORD-MONEDA TO WS-MONEDA-ACTUAL
                  MOVE WS-MONTO-EFECTIVO TO WS-MONTO-ORIGINAL-TRABAJO
                  MOVE WS-ORD-CONVERTIDO TO WS-MONTO-CONVERTIDO
                  PERFORM ACUMULA-MONEDA THRU ACUMULA-MONEDA-FIN
               END-IF
               MOVE WS-ORD-CUENTA TO WS-ANT-CUENTA
            END-IF.

            MOVE 'N' TO WS-HAY-CUENTA-ABIERTA.

       VALIDA-CUENTA-MASIVO.
            MOVE 'N' TO WS-CUENTA-DORMIDA.
            MOVE 'N' TO WS-CUENTA-CERRADA.
            IF WS-VALIDA-CUENTAS = 'S'
               MOVE WS-ORD-CUENTA TO CUENTA-ID
               READ ARCHIVO-CUENTAS
                           "] CUENTA INACTIVA EN EL MAESTRO: "
                           WS-ORD-CUENTA
                     END-IF
                     IF CUENTA-ESTADO = 'D'
                        MOVE 'S' TO WS-CUENTA-DORMIDA
                     END-IF
                     IF CUENTA-ESTADO = 'C'
                        MOVE 'S' TO WS-CUENTA-CERRADA
                     END-IF
               END-READ
            END-IF.

       ESCRIBE-DORMIDA-MASIVO.
            ADD 1 TO WS-CUENTAS-DORMIDAS.
            ADD 1 TO WS-EXCEPCIONES-FECHA.
            MOVE SPACES TO WS-REGISTRO-EXCEPCION.
            STRING FUNCTION TRIM(WS-ORD-ARCHIVO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ORD-CUENTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ORD-FECHA DELIMITED BY SIZE
               " CUENTA DORMIDA" DELIMITED BY SIZE
               INTO WS-REGISTRO-EXCEPCION.
            WRITE WS-REGISTRO-EXCEPCION.

       ESCRIBE-CERRADA-MASIVO.
            ADD 1 TO WS-CUENTAS-CERRADAS.
            ADD 1 TO WS-EXCEPCIONES-FECHA.
            MOVE SPACES TO WS-REGISTRO-EXCEPCION.
            STRING FUNCTION TRIM(WS-ORD-ARCHIVO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ORD-CUENTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ORD-FECHA DELIMITED BY SIZE
               " CUENTA CERRADA" DELIMITED BY SIZE
               INTO WS-REGISTRO-EXCEPCION.
            WRITE WS-REGISTRO-EXCEPCION.

       ESCRIBE-DUPLICADO-MASIVO.
            ADD 1 TO WS-DUPLICADOS-CONTADOR.
            MOVE WS-ORD-MONTO TO WS-TOTAL-CUENTA-F.
                  TRANS-DATE DELIMITED BY SIZE
                  "  REVERSO" DELIMITED BY SIZE
                  INTO WS-TEXTO-IMPRESION
            END-IF.
            IF TRANS-TYPE = 'T'
               STRING ACCOUNT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRANS-AMOUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRANS-DATE DELIMITED BY SIZE
                  "  TRASPASO A " DELIMITED BY SIZE
                  TRANS-CUENTA-DESTINO DELIMITED BY SIZE
                  INTO WS-TEXTO-IMPRESION
            END-IF.
            IF TRANS-TYPE = 'V'
               STRING ACCOUNT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRANS-AMOUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRANS-DATE DELIMITED BY SIZE
                  "  REVALUACION " DELIMITED BY SIZE
                  TRANS-MONEDA-REVALUADA DELIMITED BY SIZE
                  INTO WS-TEXTO-IMPRESION
            END-IF.
            IF TRANS-TYPE NOT = 'R' AND TRANS-TYPE NOT = 'T'
               AND TRANS-TYPE NOT = 'V'
               STRING ACCOUNT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRANS-AMOUNT DELIMITED BY SIZE

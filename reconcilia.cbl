      *          traves de SUMACALC, el mismo subprograma que usa la
      *          operacion SUMA de OPERACIONES-MATEMATICAS, para
      *          detectar truncamientos o caidas de datos antes de que
      *          lleguen al mayor. Un traspaso entre cuentas (tipo
      *          'T') que VALTRASPASO acepta se cuenta como registro
      *          con monto efectivo cero, porque su cargo y su abono
      *          se cancelan; uno rechazado no entra a ningun lado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * con el signo volteado para un reverso (tipo 'R'), para que la
      * conciliacion cuadre contra lo que de verdad se aplica.
       01  WS-MONTO-EFECTIVO   PIC S9(7)V99.
       01  WS-TRASPASO-VALIDO  PIC X(01) VALUE 'N'.
       01  WS-MOTIVO-TRASPASO  PIC X(30).
       01  WS-TRASPASOS-RECHAZADOS PIC 9(05) VALUE ZERO.

      * Total de control: la suma exacta de los montos de todos los
      * archivos listados, sin truncar decimales.
           END-IF.

       ACUMULA-REGISTRO.
           IF TRANS-TYPE = 'T'
               CALL "VALTRASPASO" USING INPUT-RECORD,
                   WS-TRASPASO-VALIDO, WS-MOTIVO-TRASPASO
               IF WS-TRASPASO-VALIDO = 'N'
                   ADD 1 TO WS-TRASPASOS-RECHAZADOS
                   GO TO ACUMULA-REGISTRO-FIN
               END-IF
           END-IF
           PERFORM DETECTA-DUPLICADO-REC
               THRU DETECTA-DUPLICADO-REC-FIN
           IF WS-DUPLICADO-REC = 'S'
           ELSE
               MOVE TRANS-AMOUNT TO WS-MONTO-EFECTIVO
           END-IF
           IF TRANS-TYPE = 'T'
               MOVE ZERO TO WS-MONTO-EFECTIVO
           END-IF
           ADD WS-MONTO-EFECTIVO TO WS-TOTAL-ARCHIVO
           ADD 1 TO WS-RECORD-COUNT

               DISPLAY "DUPLICADOS EXCLUIDOS: "
                   WS-DUPLICADOS-EXCLUIDOS
           END-IF.
           IF WS-TRASPASOS-RECHAZADOS > ZERO
               DISPLAY "TRASPASOS RECHAZADOS: "
                   WS-TRASPASOS-RECHAZADOS
           END-IF.
           DISPLAY "TOTAL DE ARCHIVO (control): "
               FUNCTION TRIM(WS-TOTAL-ARCHIVO-F).
           DISPLAY "TOTAL CALCULADO VIA SUMA: "

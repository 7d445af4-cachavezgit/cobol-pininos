      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 21Ago26
      * Purpose: Resumen diario por cuenta de lo que ACTUALIZA-SALDOS
      *          aplico en la fecha de negocio, tomado del historial
      *          de movimientos (data/historial-movimientos.txt): una
      *          linea por cuenta con numero de movimientos, total
      *          aplicado y el cargo y abono mas grandes del dia, mas
      *          una linea de gran total que cuadra contra el cambio
      *          neto del maestro de saldos en el dia, para contestar
      *          en las sucursales "que se movio en la cuenta X hoy"
      *          sin leer el listado registro por registro. Lo que
      *          SALDOS rechazo (saldo disponible, cuenta cerrada o
      *          dormida, traspaso invalido) o excluyo por duplicado no
      *          esta en el historial y no entra; contra la cifra de
      *          RECONCILIACION la diferencia es justo esa, que sale en
      *          data/cargos-rechazados.txt. Un traspaso entre cuentas
      *          (tipo 'T') entra como dos movimientos, el cargo en la
      *          cuenta de origen y el abono en la de destino, que en
      *          el gran total se cancelan. Una revaluacion cambiaria
      *          (tipo 'V' de REVALUA-MONEDAS) no es movimiento de
      *          efectivo de la cuenta ni mueve el saldo y no entra,
      *          igual que en ESTADO-CUENTA; se cuenta y se suma aparte
      *          al pie.
      * Tectonics: cobc -x resumen-diario.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   ANGULAR-IZQUIERDA IS 63.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-HISTORIAL
           ASSIGN TO "data/historial-movimientos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-historial.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-RESUMEN ASSIGN TO "data/resumen-cuentas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-resumen.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-HISTORIAL.
           COPY "registro-historial.cpy".
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       FD  ARCHIVO-RESUMEN.
       01  registro-resumen        PICTURE X(120).
       WORKING-STORAGE SECTION.
           01      estado-archivo-historial PICTURE X(02).
           01      estado-archivo-corrida PICTURE X(02).
           01      estado-archivo-resumen PICTURE X(02).
           01      fin-historial   PICTURE X(01) VALUE 'N'.
           01      fecha-negocio   PICTURE X(08).
           01      cuenta-hallada  PICTURE X(01) VALUE 'N'.
           01      total-cuentas   PICTURE 9(04) COMP VALUE ZERO.
           01      indice-cuenta   PICTURE 9(04) COMP VALUE ZERO.
           01      indice-busca    PICTURE 9(04) COMP VALUE ZERO.
                   10      res-total         PICTURE S9(9)V99.
                   10      res-mayor-cargo   PICTURE S9(7)V99.
                   10      res-mayor-abono   PICTURE S9(7)V99.
      * Monto efectivo: el del historial, ya firmado como entro al
      * saldo (un reverso, tipo 'R', ya volteado); el reverso ademas
      * se cuenta aparte para que la correccion quede visible en el
      * resumen del dia.
           01      monto-efectivo  PICTURE S9(7)V99.
           01      cuenta-pierna   PICTURE X(10).
           01      revaluaciones-excluidas PICTURE 9(05) VALUE ZERO.
           01      total-revaluaciones PICTURE S9(9)V99 VALUE ZERO.
           01      gran-reversos   PICTURE 9(07) VALUE ZERO.
           01      reversos-f      PICTURE Z(4)9.
           01      gran-total      PICTURE S9(9)V99 VALUE ZERO.
               "/" DELIMITED BY SIZE
               marca-anio DELIMITED BY SIZE
               INTO marca-fecha-f
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           OPEN INPUT ARCHIVO-HISTORIAL
           IF estado-archivo-historial NOT = "00"
               DISPLAY "ERROR OPENING data/historial-movimientos.txt, "
                   "FILE STATUS: " estado-archivo-historial
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM UNTIL fin-historial = 'Y'
               READ ARCHIVO-HISTORIAL
                   AT END MOVE 'Y' TO fin-historial
                   NOT AT END PERFORM ACUMULA-CUENTA
                       THRU ACUMULA-CUENTA-FIN
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-HISTORIAL
           PERFORM ESCRIBE-RESUMEN.
       MAIN-PROCEDURE-EXIT.
           GOBACK.

      * La fecha de negocio es la de la corrida en curso; sin control
      * de corrida se queda la del sistema.
       LEE-FECHA-NEGOCIO.
           OPEN INPUT ARCHIVO-CORRIDA
           IF estado-archivo-corrida = "00"
               READ ARCHIVO-CORRIDA
                   AT END CONTINUE
                   NOT AT END
                       IF corrida-fecha IS NUMERIC
                           MOVE corrida-fecha TO fecha-negocio
                       END-IF
               END-READ
               CLOSE ARCHIVO-CORRIDA
           END-IF.

      * Cada renglon del historial es una pierna ya aplicada; un
      * traspaso deja dos (cargo al origen y abono al destino) y se
      * cuenta una sola vez en el gran total, en su pierna de cargo.
       ACUMULA-CUENTA.
           IF HIST-FECHA-NEGOCIO NOT = fecha-negocio
               GO TO ACUMULA-CUENTA-FIN
           END-IF
           IF HIST-TIPO = 'V'
               ADD 1 TO revaluaciones-excluidas
               ADD HIST-MONTO TO total-revaluaciones
               GO TO ACUMULA-CUENTA-FIN
           END-IF
           IF HIST-TIPO NOT = 'T'
               OR HIST-MONTO < ZERO
               ADD 1 TO gran-movimientos
           END-IF
           MOVE HIST-CUENTA TO cuenta-pierna
           MOVE HIST-MONTO TO monto-efectivo
           PERFORM ACUMULA-PIERNA.
       ACUMULA-CUENTA-FIN.
           EXIT.

      * Una pierna (la cuenta del movimiento, o cada cuenta de un
      * traspaso) se suma al renglon de su cuenta.
       ACUMULA-PIERNA.
           PERFORM BUSCA-CUENTA
           IF cuenta-hallada = 'N'
               IF total-cuentas >= 1000
                   DISPLAY "ERROR: TABLA DE RESUMEN LLENA, CUENTA "
                       cuenta-pierna " NO ACUMULADA."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO total-cuentas
                   MOVE cuenta-pierna TO res-cuenta(total-cuentas)
                   MOVE ZERO TO res-movimientos(total-cuentas)
                   MOVE ZERO TO res-reversos(total-cuentas)
                   MOVE ZERO TO res-total(total-cuentas)
               END-IF
           END-IF
           IF cuenta-hallada = 'S'
               IF HIST-TIPO = 'R'
                   ADD 1 TO res-reversos(indice-cuenta)
                   ADD 1 TO gran-reversos
               END-IF
               ADD 1 TO res-movimientos(indice-cuenta)
               ADD monto-efectivo TO res-total(indice-cuenta)
               ADD monto-efectivo TO gran-total
               IF monto-efectivo < ZERO
                       TO res-mayor-abono(indice-cuenta)
               END-IF
           END-IF.

       BUSCA-CUENTA.
           MOVE 'N' TO cuenta-hallada

       COMPARA-CUENTA.
           ADD 1 TO indice-busca
           IF res-cuenta(indice-busca) = cuenta-pierna
               MOVE indice-busca TO indice-cuenta
               MOVE 'S' TO cuenta-hallada
           END-IF.
                   UNTIL indice-cuenta >= total-cuentas
               PERFORM ESCRIBE-GRAN-TOTAL
               CLOSE ARCHIVO-RESUMEN
           END-IF.

       ESCRIBE-ENCABEZADO-RESUMEN.
           END-IF
           WRITE registro-resumen.

      * El gran total es el cambio neto que el dia dejo en el maestro
      * de saldos (la suma de los saldos al cierre menos la de los
      * saldos al abrir de data/saldos-historicos.dat en la fecha de
      * negocio); las revaluaciones van aparte porque no lo mueven.
       ESCRIBE-GRAN-TOTAL.
           MOVE gran-movimientos TO gran-movs-f
           MOVE gran-total TO total-f
               " " DELIMITED BY SIZE
               ANGULAR-IZQUIERDA DELIMITED BY SIZE
               INTO registro-resumen
           WRITE registro-resumen
           IF revaluaciones-excluidas > ZERO
               MOVE revaluaciones-excluidas TO gran-movs-f
               MOVE total-revaluaciones TO total-f
               MOVE SPACES TO registro-resumen
               STRING ANGULAR-DERECHA DELIMITED BY SIZE
                   " GRAN TOTAL: REVALUACIONES CAMBIARIAS EXCLUIDAS "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(gran-movs-f) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(total-f) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ANGULAR-IZQUIERDA DELIMITED BY SIZE
                   INTO registro-resumen
               WRITE registro-resumen
           END-IF.

       END PROGRAM RESUMEN-DIARIO.

      * Date: 02Sep26
      * Purpose: Corte del dia por sucursal, para contestar "como le
      *          fue a la sucursal Norte ayer" sin mapear cuentas en
      *          una hoja de calculo: junta por cuenta lo que
      *          ACTUALIZA-SALDOS aplico en la fecha de negocio, tomado
      *          del historial de movimientos
      *          (data/historial-movimientos.txt, monto ya firmado como
      *          entro al saldo; lo rechazado o duplicado no esta ahi),
      *          toma la sucursal de cada cuenta del maestro
      *          (data/cuentas-maestro.dat; cuenta sin sucursal se
      *          agrupa como ????) y suma ademas los saldos del
      *          maestro de saldos por sucursal. El reporte
      *          (data/reporte-sucursal.txt) lista las cuentas de
      *          cada sucursal con subtotal de movimientos, total del
      *          dia y saldo, y cierra con un gran total. El total del
      *          dia de cada sucursal es el cambio neto de sus saldos
      *          en el maestro, asi que cuadra con la columna de saldo;
      *          contra RECONCILIACION difiere en lo que SALDOS
      *          rechazo (data/cargos-rechazados.txt). Un traspaso
      *          entre cuentas (tipo 'T') entra como cargo a la cuenta
      *          de origen y abono a la de destino, cada uno en su
      *          sucursal. Una revaluacion cambiaria (tipo 'V' de
      *          REVALUA-MONEDAS) no es movimiento de efectivo de la
      *          cuenta ni mueve el saldo y no entra, igual que en
      *          ESTADO-CUENTA; se cuenta y se suma aparte al pie.
      * Tectonics: cobc -x reporte-sucursal.cbl
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
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS estado-archivo-reporte.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-HISTORIAL.
           COPY "registro-historial.cpy".
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-SALDOS.
       FD  ARCHIVO-REPORTE.
       01  registro-reporte        PICTURE X(120).
       WORKING-STORAGE SECTION.
           01      estado-archivo-historial PICTURE X(02).
           01      estado-archivo-corrida PICTURE X(02).
           01      estado-archivo-cuentas PICTURE X(02).
           01      estado-archivo-saldos  PICTURE X(02).
           01      estado-archivo-reporte PICTURE X(02).
           01      fin-historial   PICTURE X(01) VALUE 'N'.
           01      fin-saldos      PICTURE X(01) VALUE 'N'.
           01      fecha-negocio   PICTURE X(08).
           01      cuentas-abierto PICTURE X(01) VALUE 'N'.
           01      monto-efectivo  PICTURE S9(7)V99.
           01      cuenta-pierna   PICTURE X(10).
           01      revaluaciones-excluidas PICTURE 9(05) VALUE ZERO.
           01      total-revaluaciones PICTURE S9(11)V99 VALUE ZERO.
           01      sucursal-trabajo PICTURE X(04).
      * Actividad del dia por cuenta, cada una con su sucursal.
           01      cuenta-hallada  PICTURE X(01) VALUE 'N'.
           END-IF
      * Este es un reporte de consulta que gerencia puede pedir
      * varias veces el mismo dia y no esta bajo el control de
      * corrida: como sale de lo ya aplicado, cada corrida del dia
      * da el mismo corte.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           OPEN INPUT ARCHIVO-HISTORIAL
           IF estado-archivo-historial NOT = "00"
               DISPLAY "ERROR OPENING data/historial-movimientos.txt, "
                   "FILE STATUS: " estado-archivo-historial
               MOVE 16 TO RETURN-CODE
               IF cuentas-abierto = 'S'
                   CLOSE ARCHIVO-CUENTAS
               END-IF
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
           PERFORM ACUMULA-SALDOS-SUCURSAL
           PERFORM CORTA-POR-SUCURSAL
           PERFORM ESCRIBE-REPORTE
           IF cuentas-abierto = 'S'
               CLOSE ARCHIVO-CUENTAS
           END-IF.
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

      * Cada renglon del historial de la fecha de negocio es una
      * pierna ya aplicada (un traspaso deja una por cuenta).
       ACUMULA-CUENTA.
           IF HIST-FECHA-NEGOCIO NOT = fecha-negocio
               GO TO ACUMULA-CUENTA-FIN
           END-IF
           IF HIST-TIPO = 'V'
               ADD 1 TO revaluaciones-excluidas
               ADD HIST-MONTO TO total-revaluaciones
               GO TO ACUMULA-CUENTA-FIN
           END-IF
           MOVE HIST-CUENTA TO cuenta-pierna
           MOVE HIST-MONTO TO monto-efectivo
           PERFORM ACUMULA-PIERNA THRU ACUMULA-PIERNA-FIN.
       ACUMULA-CUENTA-FIN.
           EXIT.

      * Una pierna (la cuenta del movimiento, o cada cuenta de un
      * traspaso) se suma al renglon de su cuenta.
       ACUMULA-PIERNA.
           MOVE 'N' TO cuenta-hallada
           MOVE ZERO TO indice-cuenta
           PERFORM COMPARA-CUENTA
           IF cuenta-hallada = 'N'
               IF total-cuentas >= 1000
                   DISPLAY "ERROR: TABLA DE CUENTAS LLENA, CUENTA "
                       cuenta-pierna " NO ACUMULADA."
                   MOVE 16 TO RETURN-CODE
                   GO TO ACUMULA-PIERNA-FIN
               END-IF
               ADD 1 TO total-cuentas
               MOVE cuenta-pierna TO cta-cuenta(total-cuentas)
               MOVE cuenta-pierna TO CUENTA-ID
               PERFORM BUSCA-SUCURSAL
               MOVE sucursal-trabajo TO cta-sucursal(total-cuentas)
               MOVE ZERO TO cta-movs(total-cuentas)
           END-IF
           ADD 1 TO cta-movs(indice-cuenta)
           ADD monto-efectivo TO cta-total(indice-cuenta).
       ACUMULA-PIERNA-FIN.
           EXIT.

       COMPARA-CUENTA.
           ADD 1 TO indice-cuenta
           IF cta-cuenta(indice-cuenta) = cuenta-pierna
               MOVE 'S' TO cuenta-hallada
           END-IF.

      * La sucursal sale del maestro de cuentas; cuenta desconocida
      * o sin sucursal capturada se agrupa como ????.
       BUSCA-SUCURSAL.
                   UNTIL indice-sucursal >= total-sucursales
               PERFORM ESCRIBE-GRAN-TOTAL
               CLOSE ARCHIVO-REPORTE
               DISPLAY "CORTE POR SUCURSAL EN "
                   "data/reporte-sucursal.txt ("
                   total-sucursales " SUCURSALES)"
               WRITE registro-reporte
           END-IF.

      * El total del dia del gran total es el cambio neto que el dia
      * dejo en el maestro de saldos; las revaluaciones van aparte
      * porque no lo mueven.
       ESCRIBE-GRAN-TOTAL.
           MOVE gran-movs TO movs-f
           MOVE gran-total TO total-f
               ANGULAR-IZQUIERDA DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           IF revaluaciones-excluidas > ZERO
               MOVE revaluaciones-excluidas TO movs-f
               MOVE total-revaluaciones TO saldo-f
               MOVE SPACES TO registro-reporte
               STRING ANGULAR-DERECHA DELIMITED BY SIZE
                   " GRAN TOTAL: REVALUACIONES CAMBIARIAS EXCLUIDAS "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(movs-f) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(saldo-f) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ANGULAR-IZQUIERDA DELIMITED BY SIZE
                   INTO registro-reporte
               WRITE registro-reporte
               DISPLAY "REVALUACIONES CAMBIARIAS EXCLUIDAS DEL "
                   "CORTE: " FUNCTION TRIM(saldo-f)
           END-IF
           DISPLAY "GRAN TOTAL DEL DIA: " FUNCTION TRIM(total-f)
               " (CAMBIO NETO DEL MAESTRO DE SALDOS)".

       END PROGRAM REPORTE-SUCURSAL.

      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Liquidacion de los cierres de cuenta aprobados en
      *          MANTENIMIENTO-CIERRES (data/cierres-cuentas.dat),
      *          corrida por el flujo diario en tres momentos:
      *          GENERA  antes de la tarde: por cada cierre aprobado
      *                  escribe el traspaso del saldo (tipo 'T', de la
      *                  cuenta al destino; si la cuenta debe, del
      *                  destino a la cuenta) en
      *                  data/liquidaciones-cierre.txt, que se agrega
      *                  a data/control.txt como las ordenes de
      *                  GENERA-ORDENES, y lo marca 'G'. Un cierre sin
      *                  saldo pasa directo a liquidado.
      *          REVISA  con la tarde limpia: el cierre cuyo saldo
      *                  quedo en cero pasa a liquidado ('L'); uno con
      *                  saldo (traspaso rechazado o movimientos que
      *                  llegaron despues) vuelve a aprobado para
      *                  liquidar el residuo en la siguiente tarde.
      *                  Deja en data/cierres-liquidados.txt la cuenta
      *                  y la fecha de solicitud de cada liquidado, de
      *                  donde el flujo imprime con ESTADO-CUENTA el
      *                  estado de cuenta final en
      *                  data/estado-final-<cuenta>.txt.
      *          CIERRA  por cada liquidado con su estado final ya
      *                  impreso escribe la carta de cierre
      *                  (data/carta-cierre-<cuenta>.txt) y solo
      *                  entonces marca la cuenta cerrada ('C') en el
      *                  maestro de cuentas; una cuenta cerrada ya no
      *                  acepta movimientos y su numero no se vuelve a
      *                  dar de alta.
      *          INFORME solo el reporte.
      *          Toda accion deja al final el reporte de cierres en
      *          curso (data/cierres-en-curso.txt): cada cierre que
      *          aun no termina con su saldo del momento y su ultima
      *          nota, y los que se cerraron en la fecha de negocio.
      *          RETURN-CODE 8 si el archivo de liquidaciones de una
      *          fecha anterior sigue en la lista de control, 16 por
      *          error de archivos.
      *          Usos: GENERA | REVISA | CIERRA | INFORME
      * Tectonics: cobc -x liquida-cierres.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA-CIERRES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA
               SYMBOLIC CHARACTERS ANGULAR-DERECHA IS 61
                                   ANGULAR-IZQUIERDA IS 63.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CIERRES
           ASSIGN TO "data/cierres-cuentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIERRE-CUENTA
           FILE STATUS IS estado-archivo-cierres.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-SALDOS ASSIGN TO "data/saldos-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SALDO-CUENTA
           FILE STATUS IS estado-archivo-saldos.
           SELECT ARCHIVO-GENERADAS
           ASSIGN TO "data/liquidaciones-cierre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-generadas.
           SELECT ARCHIVO-CONTROL ASSIGN TO "data/control.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-control.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-LIQUIDADOS
           ASSIGN TO "data/cierres-liquidados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-liquidados.
           SELECT ARCHIVO-ESTADO-FINAL
           ASSIGN TO DYNAMIC nombre-estado-final
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-estado-final.
           SELECT ARCHIVO-CARTA
           ASSIGN TO DYNAMIC nombre-carta
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-carta.
           SELECT ARCHIVO-INFORME
           ASSIGN TO "data/cierres-en-curso.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-informe.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CIERRES.
           COPY "registro-cierre-cuenta.cpy".
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-SALDOS.
           COPY "registro-saldo.cpy".
       FD  ARCHIVO-GENERADAS.
           COPY "registro-entrada.cpy".
       FD  ARCHIVO-CONTROL.
       01  registro-control        PICTURE X(40).
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       FD  ARCHIVO-LIQUIDADOS.
       01  registro-liquidado.
           05  liq-cuenta          PICTURE X(10).
           05  FILLER              PICTURE X(01).
           05  liq-desde           PICTURE X(08).
       FD  ARCHIVO-ESTADO-FINAL.
       01  registro-estado-final   PICTURE X(132).
       FD  ARCHIVO-CARTA.
       01  registro-carta          PICTURE X(80).
       FD  ARCHIVO-INFORME.
       01  registro-informe        PICTURE X(132).
       WORKING-STORAGE SECTION.
           01      estado-archivo-cierres    PICTURE X(02).
           01      estado-archivo-cuentas    PICTURE X(02).
           01      estado-archivo-saldos     PICTURE X(02).
           01      estado-archivo-generadas  PICTURE X(02).
           01      estado-archivo-control    PICTURE X(02).
           01      estado-archivo-corrida    PICTURE X(02).
           01      estado-archivo-liquidados PICTURE X(02).
           01      estado-archivo-estado-final PICTURE X(02).
           01      estado-archivo-carta      PICTURE X(02).
           01      estado-archivo-informe    PICTURE X(02).
           01      parametros      PICTURE X(80).
           01      accion-pedida   PICTURE X(08).
           01      fecha-negocio   PICTURE X(08).
           01      fecha-pendiente PICTURE X(08).
           01      fin-cierres     PICTURE X(01) VALUE 'N'.
           01      fin-control     PICTURE X(01) VALUE 'N'.
           01      control-listado PICTURE X(01) VALUE 'N'.
           01      saldos-abiertos PICTURE X(01) VALUE 'N'.
           01      cuenta-hallada  PICTURE X(01) VALUE 'N'.
           01      cuenta-revisada PICTURE X(10).
           01      saldo-actual    PICTURE S9(9)V99 VALUE ZERO.
      * Lo mas que cabe en el monto de un registro de entrada.
           01      tope-traspaso   PICTURE S9(9)V99 VALUE 9999999,99.
           01      nombre-estado-final PICTURE X(60).
           01      nombre-carta    PICTURE X(60).
           01      nombre-titular  PICTURE X(30).
           01      sucursal-titular PICTURE X(04).
           01      estado-texto    PICTURE X(10).
           01      liquidaciones-generadas PICTURE 9(05) VALUE ZERO.
           01      cierres-sin-saldo PICTURE 9(05) VALUE ZERO.
           01      cierres-detenidos PICTURE 9(05) VALUE ZERO.
           01      cierres-liquidados PICTURE 9(05) VALUE ZERO.
           01      cierres-residuales PICTURE 9(05) VALUE ZERO.
           01      cierres-cerrados PICTURE 9(05) VALUE ZERO.
           01      cierres-sin-estado PICTURE 9(05) VALUE ZERO.
           01      cierres-en-curso PICTURE 9(05) VALUE ZERO.
           01      cerrados-hoy    PICTURE 9(05) VALUE ZERO.
           01      total-generado  PICTURE S9(9)V99 VALUE ZERO.
           01      saldo-f         PICTURE -(9)9,99.
           01      total-f         PICTURE -(9)9,99.
           01      cuenta-f        PICTURE Z(4)9.
           01      fecha-f         PICTURE X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT parametros FROM COMMAND-LINE
           UNSTRING parametros DELIMITED BY ALL SPACE
               INTO accion-pedida
           IF accion-pedida NOT = "GENERA"
               AND accion-pedida NOT = "REVISA"
               AND accion-pedida NOT = "CIERRA"
               AND accion-pedida NOT = "INFORME"
               DISPLAY "USO: liquida-cierres GENERA | REVISA | "
                   "CIERRA | INFORME"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           OPEN I-O ARCHIVO-CIERRES
           IF estado-archivo-cierres = "35"
               DISPLAY "SIN CIERRES DE CUENTA "
                   "(data/cierres-cuentas.dat), NADA QUE LIQUIDAR."
               IF accion-pedida = "REVISA"
                   OPEN OUTPUT ARCHIVO-LIQUIDADOS
                   CLOSE ARCHIVO-LIQUIDADOS
               END-IF
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           IF estado-archivo-cierres NOT = "00"
               DISPLAY "ERROR OPENING data/cierres-cuentas.dat, "
                   "FILE STATUS: " estado-archivo-cierres
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           IF accion-pedida = "CIERRA"
               OPEN I-O ARCHIVO-CUENTAS
           ELSE
               OPEN INPUT ARCHIVO-CUENTAS
           END-IF
           IF estado-archivo-cuentas NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-CUENTAS, FILE STATUS: "
                   estado-archivo-cuentas
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-CIERRES
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
      * Sin maestro de saldos toda cuenta esta en cero.
           OPEN INPUT ARCHIVO-SALDOS
           IF estado-archivo-saldos = "00"
               MOVE 'S' TO saldos-abiertos
           END-IF
           EVALUATE accion-pedida
               WHEN "GENERA"
                   PERFORM GENERA-LIQUIDACIONES
                       THRU GENERA-LIQUIDACIONES-FIN
               WHEN "REVISA"
                   PERFORM REVISA-LIQUIDACIONES
                       THRU REVISA-LIQUIDACIONES-FIN
               WHEN "CIERRA"
                   PERFORM CIERRA-CUENTAS THRU CIERRA-CUENTAS-FIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM ESCRIBE-INFORME THRU ESCRIBE-INFORME-FIN
           IF saldos-abiertos = 'S'
               CLOSE ARCHIVO-SALDOS
           END-IF
           CLOSE ARCHIVO-CUENTAS
           CLOSE ARCHIVO-CIERRES.
       MAIN-PROCEDURE-EXIT.
           GOBACK.

      * La fecha de negocio oficial viene del control de corrida; si
      * no hay, se usa la del sistema.
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

       INICIA-LECTURA-CIERRES.
           MOVE 'N' TO fin-cierres
           MOVE LOW-VALUES TO CIERRE-CUENTA
           START ARCHIVO-CIERRES KEY IS NOT LESS THAN CIERRE-CUENTA
               INVALID KEY MOVE 'Y' TO fin-cierres
           END-START.

       LEE-SALDO-ACTUAL.
           MOVE ZERO TO saldo-actual
           IF saldos-abiertos = 'S'
               MOVE cuenta-revisada TO SALDO-CUENTA
               READ ARCHIVO-SALDOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SALDO-MONTO TO saldo-actual
               END-READ
           END-IF.

       LEE-CUENTA.
           MOVE 'N' TO cuenta-hallada
           MOVE cuenta-revisada TO CUENTA-ID
           READ ARCHIVO-CUENTAS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO cuenta-hallada
           END-READ.

       GUARDA-CIERRE.
           REWRITE REGISTRO-CIERRE-CUENTA
           IF estado-archivo-cierres NOT = "00"
               DISPLAY "ERROR ACTUALIZANDO EL CIERRE DE "
                   CIERRE-CUENTA ", FILE STATUS: "
                   estado-archivo-cierres
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * GENERA: traspasos del saldo de los cierres aprobados.
      ******************************************************************
       GENERA-LIQUIDACIONES.
           PERFORM REVISA-PENDIENTE
           IF control-listado = 'S'
               DISPLAY "data/liquidaciones-cierre.txt DEL "
                   fecha-pendiente " SIGUE EN LA LISTA DE CONTROL SIN "
                   "APLICARSE; NO SE PISA. TERMINE ESA TARDE PRIMERO."
               MOVE 8 TO RETURN-CODE
               GO TO GENERA-LIQUIDACIONES-FIN
           END-IF
           OPEN OUTPUT ARCHIVO-GENERADAS
           IF estado-archivo-generadas NOT = "00"
               DISPLAY "NO SE PUDO ABRIR "
                   "data/liquidaciones-cierre.txt, FILE STATUS: "
                   estado-archivo-generadas
               MOVE 16 TO RETURN-CODE
               GO TO GENERA-LIQUIDACIONES-FIN
           END-IF
           PERFORM INICIA-LECTURA-CIERRES
           PERFORM UNTIL fin-cierres = 'Y'
               READ ARCHIVO-CIERRES NEXT
                   AT END MOVE 'Y' TO fin-cierres
                   NOT AT END PERFORM GENERA-LIQUIDACION
                       THRU GENERA-LIQUIDACION-FIN
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-GENERADAS
           IF liquidaciones-generadas > ZERO
               PERFORM AGREGA-A-CONTROL
           END-IF
           MOVE total-generado TO total-f
           DISPLAY "LIQUIDACION DE CIERRES " fecha-negocio ": "
               liquidaciones-generadas " TRASPASOS GENERADOS POR "
               FUNCTION TRIM(total-f) ", " cierres-sin-saldo
               " SIN SALDO, " cierres-detenidos " DETENIDOS".
       GENERA-LIQUIDACIONES-FIN.
           EXIT.

      * Un cierre ya generado hoy (una reanudacion) sale otra vez con
      * el mismo monto, para que el archivo del dia quede igual; la
      * llave de duplicados de REGVISTOS lo excluye si ya se aplico.
       GENERA-LIQUIDACION.
           IF CIERRE-ESTADO = 'G'
               AND CIERRE-FECHA-PAGO = fecha-negocio
               PERFORM ESCRIBE-TRASPASO
               GO TO GENERA-LIQUIDACION-FIN
           END-IF
           IF CIERRE-ESTADO NOT = 'A'
               GO TO GENERA-LIQUIDACION-FIN
           END-IF
           MOVE CIERRE-CUENTA TO cuenta-revisada
           PERFORM LEE-CUENTA
           IF cuenta-hallada = 'N' OR CUENTA-ESTADO NOT = 'A'
               MOVE "CUENTA NO ACTIVA; LIQUIDACION DETENIDA"
                   TO CIERRE-NOTA
               PERFORM DETIENE-CIERRE
               GO TO GENERA-LIQUIDACION-FIN
           END-IF
           MOVE CIERRE-DESTINO TO cuenta-revisada
           PERFORM LEE-CUENTA
           IF cuenta-hallada = 'N' OR CUENTA-ESTADO NOT = 'A'
               MOVE "DESTINO NO ACTIVO; LIQUIDACION DETENIDA"
                   TO CIERRE-NOTA
               PERFORM DETIENE-CIERRE
               GO TO GENERA-LIQUIDACION-FIN
           END-IF
           MOVE CIERRE-CUENTA TO cuenta-revisada
           PERFORM LEE-SALDO-ACTUAL
           IF saldo-actual = ZERO
               ADD 1 TO cierres-sin-saldo
               MOVE 'L' TO CIERRE-ESTADO
               MOVE ZERO TO CIERRE-MONTO
               MOVE fecha-negocio TO CIERRE-FECHA-PAGO
               MOVE "SIN SALDO QUE TRASPASAR" TO CIERRE-NOTA
               PERFORM GUARDA-CIERRE
               GO TO GENERA-LIQUIDACION-FIN
           END-IF
           IF saldo-actual > tope-traspaso
               OR saldo-actual < tope-traspaso * -1
               MOVE "SALDO EXCEDE EL TOPE DE UN TRASPASO"
                   TO CIERRE-NOTA
               PERFORM DETIENE-CIERRE
               GO TO GENERA-LIQUIDACION-FIN
           END-IF
           MOVE 'G' TO CIERRE-ESTADO
           MOVE saldo-actual TO CIERRE-MONTO
           MOVE fecha-negocio TO CIERRE-FECHA-PAGO
           MOVE SPACES TO CIERRE-NOTA
           STRING "TRASPASO EN LA TARDE DEL " DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               INTO CIERRE-NOTA
           PERFORM GUARDA-CIERRE
           PERFORM ESCRIBE-TRASPASO.
       GENERA-LIQUIDACION-FIN.
           EXIT.

      * Se queda aprobado con la nota; la siguiente corrida lo vuelve
      * a intentar.
       DETIENE-CIERRE.
           ADD 1 TO cierres-detenidos
           DISPLAY "CIERRE DE " CIERRE-CUENTA " DETENIDO: "
               FUNCTION TRIM(CIERRE-NOTA)
           PERFORM GUARDA-CIERRE.

      * Saldo a favor: de la cuenta al destino. Saldo deudor: del
      * destino a la cuenta, por el monto que debe.
       ESCRIBE-TRASPASO.
           IF CIERRE-MONTO > ZERO
               MOVE CIERRE-CUENTA TO ACCOUNT-ID
               MOVE CIERRE-DESTINO TO TRANS-CUENTA-DESTINO
               MOVE CIERRE-MONTO TO TRANS-AMOUNT
           ELSE
               MOVE CIERRE-DESTINO TO ACCOUNT-ID
               MOVE CIERRE-CUENTA TO TRANS-CUENTA-DESTINO
               COMPUTE TRANS-AMOUNT = CIERRE-MONTO * -1
           END-IF
           MOVE fecha-negocio TO TRANS-DATE
           MOVE "MXP" TO CURRENCY-CODE
           MOVE 'T' TO TRANS-TYPE
           WRITE INPUT-RECORD
           ADD 1 TO liquidaciones-generadas
           ADD CIERRE-MONTO TO total-generado.

      * Un archivo de liquidaciones de una fecha anterior que sigue en
      * la lista de control es de una tarde que no termino limpia: no
      * se pisa. El de la misma fecha (una reanudacion) si.
       REVISA-PENDIENTE.
           MOVE 'N' TO control-listado
           OPEN INPUT ARCHIVO-GENERADAS
           IF estado-archivo-generadas = "00"
               READ ARCHIVO-GENERADAS
                   AT END CONTINUE
                   NOT AT END
                       MOVE TRANS-DATE TO fecha-pendiente
                       IF TRANS-DATE < fecha-negocio
                           PERFORM BUSCA-EN-CONTROL
                       END-IF
               END-READ
               CLOSE ARCHIVO-GENERADAS
           END-IF.

       AGREGA-A-CONTROL.
           PERFORM BUSCA-EN-CONTROL
           IF control-listado = 'N'
               OPEN EXTEND ARCHIVO-CONTROL
               IF estado-archivo-control NOT = "00"
                   DISPLAY "NO SE PUDO AGREGAR EL ARCHIVO DE "
                       "LIQUIDACIONES A data/control.txt, FILE "
                       "STATUS: " estado-archivo-control
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "data/liquidaciones-cierre.txt"
                       TO registro-control
                   WRITE registro-control
                   CLOSE ARCHIVO-CONTROL
                   DISPLAY "data/liquidaciones-cierre.txt AGREGADO "
                       "A LA LISTA DE CONTROL."
               END-IF
           END-IF.

       BUSCA-EN-CONTROL.
           MOVE 'N' TO control-listado
           MOVE 'N' TO fin-control
           OPEN INPUT ARCHIVO-CONTROL
           IF estado-archivo-control = "00"
               PERFORM UNTIL fin-control = 'Y'
                   READ ARCHIVO-CONTROL
                       AT END MOVE 'Y' TO fin-control
                       NOT AT END
                           IF FUNCTION TRIM(registro-control)
                               = "data/liquidaciones-cierre.txt"
                               MOVE 'S' TO control-listado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CONTROL
           END-IF.

      ******************************************************************
      * REVISA: despues de la tarde, que cierres quedaron en cero.
      ******************************************************************
       REVISA-LIQUIDACIONES.
           OPEN OUTPUT ARCHIVO-LIQUIDADOS
           IF estado-archivo-liquidados NOT = "00"
               DISPLAY "ERROR OPENING data/cierres-liquidados.txt, "
                   "FILE STATUS: " estado-archivo-liquidados
               MOVE 16 TO RETURN-CODE
               GO TO REVISA-LIQUIDACIONES-FIN
           END-IF
           PERFORM INICIA-LECTURA-CIERRES
           PERFORM UNTIL fin-cierres = 'Y'
               READ ARCHIVO-CIERRES NEXT
                   AT END MOVE 'Y' TO fin-cierres
                   NOT AT END PERFORM REVISA-LIQUIDACION
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-LIQUIDADOS
           DISPLAY "REVISION DE CIERRES " fecha-negocio ": "
               cierres-liquidados " LIQUIDADOS POR CERRAR, "
               cierres-residuales " CON SALDO RESIDUAL".
       REVISA-LIQUIDACIONES-FIN.
           EXIT.

      * Un traspaso que la tarde rechazo (o un movimiento que llego
      * despues de generarlo) deja saldo: el cierre vuelve a aprobado
      * y la siguiente tarde liquida lo que quede.
       REVISA-LIQUIDACION.
           IF CIERRE-ESTADO = 'G'
               MOVE CIERRE-CUENTA TO cuenta-revisada
               PERFORM LEE-SALDO-ACTUAL
               IF saldo-actual = ZERO
                   MOVE 'L' TO CIERRE-ESTADO
                   MOVE SPACES TO CIERRE-NOTA
                   STRING "SALDO LIQUIDADO EL " DELIMITED BY SIZE
                       fecha-negocio DELIMITED BY SIZE
                       INTO CIERRE-NOTA
               ELSE
                   ADD 1 TO cierres-residuales
                   MOVE 'A' TO CIERRE-ESTADO
                   MOVE "SALDO RESIDUAL; SE LIQUIDA OTRA TARDE"
                       TO CIERRE-NOTA
                   DISPLAY "CIERRE DE " CIERRE-CUENTA
                       " CON SALDO RESIDUAL TRAS LA TARDE."
               END-IF
               PERFORM GUARDA-CIERRE
           END-IF
           IF CIERRE-ESTADO = 'L'
               ADD 1 TO cierres-liquidados
               MOVE SPACES TO registro-liquidado
               MOVE CIERRE-CUENTA TO liq-cuenta
               MOVE CIERRE-FECHA-SOLICITUD TO liq-desde
               WRITE registro-liquidado
           END-IF.

      ******************************************************************
      * CIERRA: carta de cierre y estado 'C' de la cuenta.
      ******************************************************************
       CIERRA-CUENTAS.
           PERFORM INICIA-LECTURA-CIERRES
           PERFORM UNTIL fin-cierres = 'Y'
               READ ARCHIVO-CIERRES NEXT
                   AT END MOVE 'Y' TO fin-cierres
                   NOT AT END
                       IF CIERRE-ESTADO = 'L'
                           PERFORM CIERRA-CUENTA THRU CIERRA-CUENTA-FIN
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "CIERRE DE CUENTAS " fecha-negocio ": "
               cierres-cerrados " CERRADAS, " cierres-sin-estado
               " SIN ESTADO DE CUENTA FINAL".
       CIERRA-CUENTAS-FIN.
           EXIT.

      * Sin el estado de cuenta final impreso la cuenta no se cierra;
      * se intenta de nuevo en la siguiente corrida.
       CIERRA-CUENTA.
           MOVE SPACES TO nombre-estado-final
           STRING "data/estado-final-" DELIMITED BY SIZE
               CIERRE-CUENTA DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO nombre-estado-final
           OPEN INPUT ARCHIVO-ESTADO-FINAL
           IF estado-archivo-estado-final NOT = "00"
               ADD 1 TO cierres-sin-estado
               MOVE "FALTA EL ESTADO DE CUENTA FINAL" TO CIERRE-NOTA
               PERFORM GUARDA-CIERRE
               GO TO CIERRA-CUENTA-FIN
           END-IF
           CLOSE ARCHIVO-ESTADO-FINAL
           MOVE CIERRE-CUENTA TO cuenta-revisada
           PERFORM LEE-SALDO-ACTUAL
           IF saldo-actual NOT = ZERO
               ADD 1 TO cierres-residuales
               MOVE 'A' TO CIERRE-ESTADO
               MOVE "SALDO RESIDUAL; SE LIQUIDA OTRA TARDE"
                   TO CIERRE-NOTA
               PERFORM GUARDA-CIERRE
               GO TO CIERRA-CUENTA-FIN
           END-IF
           PERFORM LEE-CUENTA
           IF cuenta-hallada = 'N'
               MOVE "CUENTA NO EXISTE EN EL MAESTRO" TO CIERRE-NOTA
               PERFORM GUARDA-CIERRE
               GO TO CIERRA-CUENTA-FIN
           END-IF
           MOVE CUENTA-NOMBRE TO nombre-titular
           MOVE CUENTA-SUCURSAL TO sucursal-titular
           MOVE SPACES TO nombre-carta
           STRING "data/carta-cierre-" DELIMITED BY SIZE
               CIERRE-CUENTA DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO nombre-carta
           OPEN OUTPUT ARCHIVO-CARTA
           IF estado-archivo-carta NOT = "00"
               DISPLAY "ERROR OPENING " FUNCTION TRIM(nombre-carta)
                   ", FILE STATUS: " estado-archivo-carta
               MOVE 16 TO RETURN-CODE
               GO TO CIERRA-CUENTA-FIN
           END-IF
           PERFORM ESCRIBE-CARTA
           CLOSE ARCHIVO-CARTA
           MOVE 'C' TO CUENTA-ESTADO
           REWRITE REGISTRO-CUENTA
           IF estado-archivo-cuentas NOT = "00"
               DISPLAY "ERROR MARCANDO CERRADA LA CUENTA "
                   CIERRE-CUENTA ", FILE STATUS: "
                   estado-archivo-cuentas
               MOVE 16 TO RETURN-CODE
               GO TO CIERRA-CUENTA-FIN
           END-IF
           ADD 1 TO cierres-cerrados
           MOVE 'C' TO CIERRE-ESTADO
           MOVE fecha-negocio TO CIERRE-FECHA-CIERRE
           MOVE SPACES TO CIERRE-NOTA
           STRING "CARTA EN " DELIMITED BY SIZE
               nombre-carta DELIMITED BY SPACE
               INTO CIERRE-NOTA
           PERFORM GUARDA-CIERRE
           DISPLAY "CUENTA " CIERRE-CUENTA " CERRADA.".
       CIERRA-CUENTA-FIN.
           EXIT.

       ESCRIBE-CARTA.
           MOVE SPACES TO fecha-f
           STRING fecha-negocio(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fecha-negocio(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fecha-negocio(1:4) DELIMITED BY SIZE
               INTO fecha-f
           MOVE SPACES TO registro-carta
           STRING "SUCURSAL " DELIMITED BY SIZE
               sucursal-titular DELIMITED BY SIZE
               "                                   " DELIMITED BY SIZE
               fecha-f DELIMITED BY SIZE
               INTO registro-carta
           WRITE registro-carta
           MOVE SPACES TO registro-carta
           WRITE registro-carta
           MOVE SPACES TO registro-carta
           STRING FUNCTION TRIM(nombre-titular) DELIMITED BY SIZE
               INTO registro-carta
           WRITE registro-carta
           MOVE SPACES TO registro-carta
           STRING "CUENTA " DELIMITED BY SIZE
               CIERRE-CUENTA DELIMITED BY SIZE
               INTO registro-carta
           WRITE registro-carta
           MOVE SPACES TO registro-carta
           WRITE registro-carta
           MOVE SPACES TO registro-carta
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " CARTA DE CIERRE DE CUENTA " DELIMITED BY SIZE
               ANGULAR-IZQUIERDA DELIMITED BY SIZE
               INTO registro-carta
           WRITE registro-carta
           MOVE SPACES TO registro-carta
           WRITE registro-carta
           MOVE SPACES TO registro-carta
           STRING "Le confirmamos que su cuenta " DELIMITED BY SIZE
               CIERRE-CUENTA DELIMITED BY SPACE
               " quedo cerrada el " DELIMITED BY SIZE
               fecha-f DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO registro-carta
           WRITE registro-carta
           MOVE SPACES TO registro-carta
           STRING "a solicitud del " DELIMITED BY SIZE
               CIERRE-FECHA-SOLICITUD DELIMITED BY SIZE
               " por: " DELIMITED BY SIZE
               FUNCTION TRIM(CIERRE-MOTIVO) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO registro-carta
           WRITE registro-carta
           MOVE SPACES TO registro-carta
           MOVE CIERRE-MONTO TO saldo-f
           EVALUATE TRUE
               WHEN CIERRE-MONTO > ZERO
                   STRING "Su saldo de " DELIMITED BY SIZE
                       FUNCTION TRIM(saldo-f) DELIMITED BY SIZE
                       " se traspaso a la cuenta " DELIMITED BY SIZE
                       CIERRE-DESTINO DELIMITED BY SPACE
                       " el " DELIMITED BY SIZE
                       CIERRE-FECHA-PAGO DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO registro-carta
               WHEN CIERRE-MONTO < ZERO
                   STRING "Su saldo deudor de " DELIMITED BY SIZE
                       FUNCTION TRIM(saldo-f) DELIMITED BY SIZE
                       " se cubrio desde la cuenta " DELIMITED BY SIZE
                       CIERRE-DESTINO DELIMITED BY SPACE
                       " el " DELIMITED BY SIZE
                       CIERRE-FECHA-PAGO DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO registro-carta
               WHEN OTHER
                   STRING "La cuenta no tenia saldo al cierre."
                       DELIMITED BY SIZE
                       INTO registro-carta
           END-EVALUATE
           WRITE registro-carta
           MOVE SPACES TO registro-carta
           STRING "Se anexa su estado de cuenta final ("
               DELIMITED BY SIZE
               nombre-estado-final DELIMITED BY SPACE
               ")." DELIMITED BY SIZE
               INTO registro-carta
           WRITE registro-carta
           MOVE SPACES TO registro-carta
           STRING "La cuenta ya no recibe movimientos y su numero no "
               DELIMITED BY SIZE
               "se vuelve a asignar." DELIMITED BY SIZE
               INTO registro-carta
           WRITE registro-carta
           MOVE SPACES TO registro-carta
           WRITE registro-carta
           MOVE SPACES TO registro-carta
           STRING "SOLICITO: " DELIMITED BY SIZE
               CIERRE-SOLICITO DELIMITED BY SIZE
               "   AUTORIZO: " DELIMITED BY SIZE
               CIERRE-APROBO DELIMITED BY SIZE
               INTO registro-carta
           WRITE registro-carta.

      ******************************************************************
      * Reporte de cierres en curso.
      ******************************************************************
       ESCRIBE-INFORME.
           OPEN OUTPUT ARCHIVO-INFORME
           IF estado-archivo-informe NOT = "00"
               DISPLAY "ERROR OPENING data/cierres-en-curso.txt, "
                   "FILE STATUS: " estado-archivo-informe
               MOVE 16 TO RETURN-CODE
               GO TO ESCRIBE-INFORME-FIN
           END-IF
           MOVE SPACES TO registro-informe
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " CIERRES DE CUENTA EN CURSO AL " DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ANGULAR-IZQUIERDA DELIMITED BY SIZE
               INTO registro-informe
           WRITE registro-informe
           MOVE SPACES TO registro-informe
           STRING "  CUENTA     DESTINO    ESTADO      SALDO HOY     "
                   DELIMITED BY SIZE
               "SOLICITUD PIDIO    APROBO   NOTA" DELIMITED BY SIZE
               INTO registro-informe
           WRITE registro-informe
           PERFORM INICIA-LECTURA-CIERRES
           PERFORM UNTIL fin-cierres = 'Y'
               READ ARCHIVO-CIERRES NEXT
                   AT END MOVE 'Y' TO fin-cierres
                   NOT AT END PERFORM ESCRIBE-RENGLON-INFORME
               END-READ
           END-PERFORM
           MOVE cierres-en-curso TO cuenta-f
           MOVE SPACES TO registro-informe
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " EN CURSO: " DELIMITED BY SIZE
               FUNCTION TRIM(cuenta-f) DELIMITED BY SIZE
               INTO registro-informe
           WRITE registro-informe
           MOVE cerrados-hoy TO cuenta-f
           MOVE SPACES TO registro-informe
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " CERRADAS EN LA FECHA: " DELIMITED BY SIZE
               FUNCTION TRIM(cuenta-f) DELIMITED BY SIZE
               INTO registro-informe
           WRITE registro-informe
           CLOSE ARCHIVO-INFORME.
       ESCRIBE-INFORME-FIN.
           EXIT.

      * Los cancelados no salen; los cerrados solo si se cerraron en
      * la fecha de negocio.
       ESCRIBE-RENGLON-INFORME.
           EVALUATE CIERRE-ESTADO
               WHEN 'S'
                   MOVE "SOLICITADO" TO estado-texto
               WHEN 'A'
                   MOVE "APROBADO" TO estado-texto
               WHEN 'G'
                   MOVE "EN TARDE" TO estado-texto
               WHEN 'L'
                   MOVE "LIQUIDADO" TO estado-texto
               WHEN 'C'
                   MOVE "CERRADO" TO estado-texto
               WHEN OTHER
                   MOVE SPACES TO estado-texto
           END-EVALUATE
           IF CIERRE-ESTADO = 'X'
               OR (CIERRE-ESTADO = 'C'
                   AND CIERRE-FECHA-CIERRE NOT = fecha-negocio)
               CONTINUE
           ELSE
               IF CIERRE-ESTADO = 'C'
                   ADD 1 TO cerrados-hoy
               ELSE
                   ADD 1 TO cierres-en-curso
               END-IF
               MOVE CIERRE-CUENTA TO cuenta-revisada
               PERFORM LEE-SALDO-ACTUAL
               MOVE saldo-actual TO saldo-f
               MOVE SPACES TO registro-informe
               STRING "  " DELIMITED BY SIZE
                   CIERRE-CUENTA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CIERRE-DESTINO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   estado-texto DELIMITED BY SIZE
                   saldo-f DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CIERRE-FECHA-SOLICITUD DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CIERRE-SOLICITO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CIERRE-APROBO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CIERRE-NOTA DELIMITED BY SIZE
                   INTO registro-informe
               WRITE registro-informe
           END-IF.

       END PROGRAM LIQUIDA-CIERRES.

      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Posicion consolidada por cliente, para ver a la
      *          persona y no cada cuenta suelta: junta bajo cada
      *          cliente del maestro de clientes
      *          (data/clientes-maestro.dat) todas las cuentas que el
      *          maestro de cuentas le vincula (CUENTA-CLIENTE), con
      *          el saldo de cada una tomado del maestro de saldos, su
      *          moneda (la del ultimo movimiento de la cuenta en
      *          data/historial-movimientos.txt; sin movimientos, o
      *          sin moneda, pesos) y el saldo valuado en pesos via
      *          TCAMBIO a la fecha de negocio de
      *          data/control-corrida.txt, y cierra cada cliente con
      *          su total en pesos. Un saldo sin tasa se valua a la
      *          par y se marca, como en ESTADO-CUENTA. Al final van
      *          el gran total y cuantas cuentas del maestro siguen
      *          sin cliente. El reporte sale paginado via IMPRESOR en
      *          data/posicion-clientes.txt.
      *          Usos: [cliente] (sin parametro, todos los clientes)
      * Tectonics: cobc -x posicion-clientes.cbl
      *            (requiere IMPRESOR.so y TCAMBIO.so)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION-CLIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA
               SYMBOLIC CHARACTERS ANGULAR-DERECHA IS 61
                                   ANGULAR-IZQUIERDA IS 63.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-CLIENTES
           ASSIGN TO "data/clientes-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLIENTE-ID
           ALTERNATE RECORD KEY IS CLIENTE-RFC WITH DUPLICATES
           FILE STATUS IS estado-archivo-clientes.
           SELECT ARCHIVO-SALDOS ASSIGN TO "data/saldos-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SALDO-CUENTA
           FILE STATUS IS estado-archivo-saldos.
           SELECT ARCHIVO-HISTORIAL
           ASSIGN TO "data/historial-movimientos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-historial.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-REPORTE
           ASSIGN TO "data/posicion-clientes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-reporte.
           SELECT ARCHIVO-ORDEN ASSIGN TO "data/ordena-posicion.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-CLIENTES.
           COPY "registro-cliente.cpy".
       FD  ARCHIVO-SALDOS.
           COPY "registro-saldo.cpy".
       FD  ARCHIVO-HISTORIAL.
           COPY "registro-historial.cpy".
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       FD  ARCHIVO-REPORTE.
       01  registro-reporte        PICTURE X(100).
       SD  ARCHIVO-ORDEN.
       01  registro-orden.
           05  ord-cliente         PICTURE X(08).
           05  ord-cuenta          PICTURE X(10).
           05  ord-sucursal        PICTURE X(04).
           05  ord-estado          PICTURE X(01).
           05  ord-moneda          PICTURE X(03).
       WORKING-STORAGE SECTION.
           01      estado-archivo-cuentas PICTURE X(02).
           01      estado-archivo-clientes PICTURE X(02).
           01      estado-archivo-saldos  PICTURE X(02).
           01      estado-archivo-historial PICTURE X(02).
           01      estado-archivo-corrida PICTURE X(02).
           01      estado-archivo-reporte PICTURE X(02).
           01      fin-cuentas     PICTURE X(01) VALUE 'N'.
           01      fin-historial   PICTURE X(01) VALUE 'N'.
           01      fin-orden       PICTURE X(01) VALUE 'N'.
           01      clientes-abierto PICTURE X(01) VALUE 'N'.
           01      saldos-abierto  PICTURE X(01) VALUE 'N'.
           01      cliente-pedido  PICTURE X(08) VALUE SPACES.
           01      fecha-negocio   PICTURE X(08).
           01      fecha-f         PICTURE X(10).
      * Cuentas vinculadas, en el orden de llave del maestro de
      * cuentas, para ubicar por busqueda binaria la cuenta de cada
      * renglon del historial y quedarse con su ultima moneda.
           01      total-cuentas   PICTURE 9(05) COMP VALUE ZERO.
           01      indice-cuenta   PICTURE 9(05) COMP VALUE ZERO.
           01      tabla-cuentas.
               05      renglon-cuenta OCCURS 5000 TIMES.
                   10      tab-cuenta     PICTURE X(10).
                   10      tab-cliente    PICTURE X(08).
                   10      tab-sucursal   PICTURE X(04).
                   10      tab-estado     PICTURE X(01).
                   10      tab-moneda     PICTURE X(03).
           01      cuentas-desbordadas PICTURE 9(05) VALUE ZERO.
           01      cuentas-sin-cliente PICTURE 9(05) VALUE ZERO.
           01      cuenta-buscada  PICTURE X(10).
           01      indice-bajo     PICTURE 9(05) COMP.
           01      indice-alto     PICTURE 9(05) COMP.
           01      indice-medio    PICTURE 9(05) COMP.
           01      indice-hallado  PICTURE 9(05) COMP.
      * Corte por cliente.
           01      cliente-en-curso PICTURE X(08) VALUE SPACES.
           01      cliente-hallado PICTURE X(01) VALUE 'N'.
           01      marca-inactivo  PICTURE X(12).
           01      hay-cliente-abierto PICTURE X(01) VALUE 'N'.
           01      cuentas-cliente PICTURE 9(05) VALUE ZERO.
           01      total-cliente   PICTURE S9(13)V99 VALUE ZERO.
           01      gran-total      PICTURE S9(13)V99 VALUE ZERO.
           01      clientes-impresos PICTURE 9(05) VALUE ZERO.
           01      cuentas-impresas PICTURE 9(05) VALUE ZERO.
           01      clientes-no-catalogados PICTURE 9(05) VALUE ZERO.
           01      saldo-actual    PICTURE S9(9)V99.
           01      saldo-en-pesos  PICTURE S9(13)V99.
      * La valuacion es la de ESTADO-CUENTA: pesos o moneda en blanco
      * a la par, y un saldo sin tasa a la par y contado.
           01      moneda-actual   PICTURE X(03).
           01      tasa-cambio     PICTURE 9(4)V9(4).
           01      tasa-hallada    PICTURE X(01) VALUE 'N'.
           01      sin-tasa        PICTURE 9(05) VALUE ZERO.
           01      saldo-f         PICTURE -(9)9,99.
           01      pesos-f         PICTURE -(13)9,99.
           01      contador-f      PICTURE Z(4)9.
           01      nombre-programa PICTURE X(30) VALUE
                       "POSICION-CLIENTES".
           01      numero-pagina   PICTURE 9(03) VALUE 1.
           01      texto-impresion PICTURE X(100).
           01      codigo-retorno  PICTURE 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT cliente-pedido FROM COMMAND-LINE
           PERFORM LEE-FECHA-NEGOCIO
           OPEN INPUT ARCHIVO-CUENTAS
           IF estado-archivo-cuentas NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-CUENTAS, FILE STATUS: "
                   estado-archivo-cuentas
               MOVE 16 TO codigo-retorno
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM UNTIL fin-cuentas = 'Y'
               READ ARCHIVO-CUENTAS NEXT
                   AT END MOVE 'Y' TO fin-cuentas
                   NOT AT END PERFORM CARGA-CUENTA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CUENTAS
           PERFORM ASIGNA-MONEDAS THRU ASIGNA-MONEDAS-FIN
           OPEN INPUT ARCHIVO-CLIENTES
           IF estado-archivo-clientes = "00"
               MOVE 'S' TO clientes-abierto
           ELSE
               DISPLAY "AVISO: MAESTRO DE CLIENTES NO DISPONIBLE, "
                   "FILE STATUS: " estado-archivo-clientes
                   ". LOS CLIENTES SALEN SIN NOMBRE."
           END-IF
           OPEN INPUT ARCHIVO-SALDOS
           IF estado-archivo-saldos = "00"
               MOVE 'S' TO saldos-abierto
           ELSE
               DISPLAY "AVISO: MAESTRO DE SALDOS NO DISPONIBLE, "
                   "FILE STATUS: " estado-archivo-saldos
                   ". LAS CUENTAS SALEN CON SALDO CERO."
           END-IF
      * IMPRESOR agrega al spool; cada corrida lo rehace.
           OPEN OUTPUT ARCHIVO-REPORTE
           IF estado-archivo-reporte NOT = "00"
               DISPLAY "ERROR OPENING data/posicion-clientes.txt, "
                   "FILE STATUS: " estado-archivo-reporte
               MOVE 16 TO codigo-retorno
               PERFORM CIERRA-MAESTROS
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           CLOSE ARCHIVO-REPORTE
           MOVE "data/posicion-clientes.txt" TO texto-impresion
           CALL "IMPRESOR" USING "A", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO texto-impresion
           STRING "  CUENTA      SUC   E  MON" DELIMITED BY SIZE
               "          SALDO" DELIMITED BY SIZE
               "     SALDO EN PESOS" DELIMITED BY SIZE
               INTO texto-impresion
           CALL "IMPRESOR" USING "T", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO fecha-f
           STRING fecha-negocio(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fecha-negocio(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fecha-negocio(1:4) DELIMITED BY SIZE
               INTO fecha-f
           MOVE SPACES TO texto-impresion
           STRING "POSICION AL " DELIMITED BY SIZE
               fecha-f DELIMITED BY SIZE
               ", TIPOS DE CAMBIO A ESA FECHA" DELIMITED BY SIZE
               INTO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           SORT ARCHIVO-ORDEN
               ON ASCENDING KEY ord-cliente
                                ord-cuenta
               INPUT PROCEDURE IS LIBERA-CUENTAS
               OUTPUT PROCEDURE IS IMPRIME-POSICION
           PERFORM IMPRIME-GRAN-TOTAL
           CALL "IMPRESOR" USING "C", nombre-programa,
               numero-pagina, texto-impresion
           PERFORM CIERRA-MAESTROS
           IF cliente-pedido NOT = SPACES
               AND cuentas-impresas = ZERO
               DISPLAY "EL CLIENTE " FUNCTION TRIM(cliente-pedido)
                   " NO TIENE CUENTAS VINCULADAS."
               MOVE 4 TO codigo-retorno
           END-IF
           IF sin-tasa > ZERO
               DISPLAY "SALDOS VALUADOS A LA PAR POR FALTA DE TASA: "
                   sin-tasa
               MOVE 4 TO codigo-retorno
           END-IF
           IF cuentas-desbordadas > ZERO
               DISPLAY "AVISO: " cuentas-desbordadas " CUENTAS "
                   "VINCULADAS NO CUPIERON EN LA POSICION."
               MOVE 4 TO codigo-retorno
           END-IF
           DISPLAY "POSICION DE " clientes-impresos " CLIENTES CON "
               cuentas-impresas " CUENTAS (VER "
               "data/posicion-clientes.txt)".
       MAIN-PROCEDURE-EXIT.
           MOVE codigo-retorno TO RETURN-CODE
           GOBACK.

       LEE-FECHA-NEGOCIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
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

      * Solo entran las cuentas con cliente (o las del cliente
      * pedido); las que no tienen cliente se cuentan para el pie.
       CARGA-CUENTA.
           IF CUENTA-CLIENTE = SPACES
               ADD 1 TO cuentas-sin-cliente
           ELSE
               IF cliente-pedido = SPACES
                   OR CUENTA-CLIENTE = cliente-pedido
                   IF total-cuentas < 5000
                       ADD 1 TO total-cuentas
                       MOVE CUENTA-ID TO tab-cuenta(total-cuentas)
                       MOVE CUENTA-CLIENTE
                           TO tab-cliente(total-cuentas)
                       MOVE CUENTA-SUCURSAL
                           TO tab-sucursal(total-cuentas)
                       MOVE CUENTA-ESTADO TO tab-estado(total-cuentas)
                       MOVE "MXP" TO tab-moneda(total-cuentas)
                   ELSE
                       ADD 1 TO cuentas-desbordadas
                   END-IF
               END-IF
           END-IF.

      * El historial va en orden de aplicacion: la ultima moneda que
      * trae cada cuenta es la que queda.
       ASIGNA-MONEDAS.
           IF total-cuentas = ZERO
               GO TO ASIGNA-MONEDAS-FIN
           END-IF
           OPEN INPUT ARCHIVO-HISTORIAL
           IF estado-archivo-historial NOT = "00"
               DISPLAY "AVISO: SIN HISTORIAL DE MOVIMIENTOS, FILE "
                   "STATUS: " estado-archivo-historial
                   ". LAS CUENTAS SE TOMAN EN PESOS."
               GO TO ASIGNA-MONEDAS-FIN
           END-IF
           PERFORM UNTIL fin-historial = 'Y'
               READ ARCHIVO-HISTORIAL
                   AT END MOVE 'Y' TO fin-historial
                   NOT AT END PERFORM TOMA-MONEDA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-HISTORIAL.
       ASIGNA-MONEDAS-FIN.
           EXIT.

       TOMA-MONEDA.
           IF HIST-MONEDA NOT = SPACES
               MOVE HIST-CUENTA TO cuenta-buscada
               PERFORM UBICA-CUENTA
               IF indice-hallado > ZERO
                   MOVE HIST-MONEDA TO tab-moneda(indice-hallado)
               END-IF
           END-IF.

       UBICA-CUENTA.
           MOVE ZERO TO indice-hallado
           MOVE 1 TO indice-bajo
           MOVE total-cuentas TO indice-alto
           PERFORM PARTE-TABLA
               UNTIL indice-bajo > indice-alto
                  OR indice-hallado > ZERO.

       PARTE-TABLA.
           COMPUTE indice-medio = (indice-bajo + indice-alto) / 2
           EVALUATE TRUE
               WHEN tab-cuenta(indice-medio) = cuenta-buscada
                   MOVE indice-medio TO indice-hallado
               WHEN tab-cuenta(indice-medio) < cuenta-buscada
                   COMPUTE indice-bajo = indice-medio + 1
               WHEN OTHER
                   COMPUTE indice-alto = indice-medio - 1
           END-EVALUATE.

       LIBERA-CUENTAS.
           MOVE ZERO TO indice-cuenta
           PERFORM LIBERA-RENGLON
               UNTIL indice-cuenta >= total-cuentas.

       LIBERA-RENGLON.
           ADD 1 TO indice-cuenta
           MOVE tab-cliente(indice-cuenta) TO ord-cliente
           MOVE tab-cuenta(indice-cuenta) TO ord-cuenta
           MOVE tab-sucursal(indice-cuenta) TO ord-sucursal
           MOVE tab-estado(indice-cuenta) TO ord-estado
           MOVE tab-moneda(indice-cuenta) TO ord-moneda
           RELEASE registro-orden.

       IMPRIME-POSICION.
           PERFORM UNTIL fin-orden = 'Y'
               RETURN ARCHIVO-ORDEN
                   AT END MOVE 'Y' TO fin-orden
                   NOT AT END PERFORM PROCESA-RENGLON-ORDEN
               END-RETURN
           END-PERFORM
           IF hay-cliente-abierto = 'S'
               PERFORM CIERRA-CLIENTE
           END-IF.

       PROCESA-RENGLON-ORDEN.
           IF hay-cliente-abierto = 'S'
               AND ord-cliente NOT = cliente-en-curso
               PERFORM CIERRA-CLIENTE
           END-IF
           IF hay-cliente-abierto = 'N'
               PERFORM ABRE-CLIENTE
           END-IF
           PERFORM IMPRIME-CUENTA.

       ABRE-CLIENTE.
           MOVE ord-cliente TO cliente-en-curso
           MOVE 'S' TO hay-cliente-abierto
           MOVE ZERO TO cuentas-cliente
           MOVE ZERO TO total-cliente
           MOVE SPACES TO texto-impresion
           MOVE 'N' TO cliente-hallado
           IF clientes-abierto = 'S'
               MOVE cliente-en-curso TO CLIENTE-ID
               READ ARCHIVO-CLIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO cliente-hallado
               END-READ
           END-IF
           IF cliente-hallado = 'S'
               MOVE SPACES TO marca-inactivo
               IF CLIENTE-ESTADO = 'I'
                   MOVE "  (INACTIVO)" TO marca-inactivo
               END-IF
               STRING "CLIENTE " DELIMITED BY SIZE
                   cliente-en-curso DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(CLIENTE-NOMBRE) DELIMITED BY SIZE
                   "  RFC " DELIMITED BY SIZE
                   CLIENTE-RFC DELIMITED BY SPACE
                   marca-inactivo DELIMITED BY SIZE
                   INTO texto-impresion
           ELSE
               ADD 1 TO clientes-no-catalogados
               STRING "CLIENTE " DELIMITED BY SIZE
                   cliente-en-curso DELIMITED BY SIZE
                   "  (CLIENTE NO CATALOGADO)" DELIMITED BY SIZE
                   INTO texto-impresion
           END-IF
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion.

       IMPRIME-CUENTA.
           MOVE ZERO TO saldo-actual
           IF saldos-abierto = 'S'
               MOVE ord-cuenta TO SALDO-CUENTA
               READ ARCHIVO-SALDOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SALDO-MONTO TO saldo-actual
               END-READ
           END-IF
           MOVE ord-moneda TO moneda-actual
           CALL "TCAMBIO" USING moneda-actual, fecha-negocio,
               tasa-cambio, tasa-hallada
           IF tasa-hallada = 'N'
               ADD 1 TO sin-tasa
               MOVE 1 TO tasa-cambio
           END-IF
           COMPUTE saldo-en-pesos ROUNDED = saldo-actual * tasa-cambio
           ADD saldo-en-pesos TO total-cliente
           ADD 1 TO cuentas-cliente
           ADD 1 TO cuentas-impresas
           MOVE saldo-actual TO saldo-f
           MOVE saldo-en-pesos TO pesos-f
           MOVE SPACES TO texto-impresion
           STRING "  " DELIMITED BY SIZE
               ord-cuenta DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ord-sucursal DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ord-estado DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ord-moneda DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               saldo-f DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               pesos-f DELIMITED BY SIZE
               INTO texto-impresion
           IF tasa-hallada = 'N'
               MOVE "SIN TASA" TO texto-impresion(62:8)
           END-IF
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion.

       CIERRA-CLIENTE.
           MOVE total-cliente TO pesos-f
           MOVE cuentas-cliente TO contador-f
           MOVE SPACES TO texto-impresion
           STRING "  TOTAL DEL CLIENTE EN PESOS (" DELIMITED BY SIZE
               FUNCTION TRIM(contador-f) DELIMITED BY SIZE
               " CUENTAS)" DELIMITED BY SIZE
               INTO texto-impresion
           MOVE pesos-f TO texto-impresion(44:17)
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           ADD total-cliente TO gran-total
           ADD 1 TO clientes-impresos
           MOVE 'N' TO hay-cliente-abierto.

       IMPRIME-GRAN-TOTAL.
           MOVE gran-total TO pesos-f
           MOVE clientes-impresos TO contador-f
           MOVE SPACES TO texto-impresion
           STRING "GRAN TOTAL EN PESOS (" DELIMITED BY SIZE
               FUNCTION TRIM(contador-f) DELIMITED BY SIZE
               " CLIENTES)" DELIMITED BY SIZE
               INTO texto-impresion
           MOVE pesos-f TO texto-impresion(44:17)
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           IF clientes-no-catalogados > ZERO
               MOVE clientes-no-catalogados TO contador-f
               MOVE SPACES TO texto-impresion
               STRING "CLIENTES VINCULADOS NO CATALOGADOS: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(contador-f) DELIMITED BY SIZE
                   INTO texto-impresion
               CALL "IMPRESOR" USING "D", nombre-programa,
                   numero-pagina, texto-impresion
           END-IF
           IF cliente-pedido = SPACES
               MOVE cuentas-sin-cliente TO contador-f
               MOVE SPACES TO texto-impresion
               STRING "CUENTAS SIN CLIENTE EN EL MAESTRO: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(contador-f) DELIMITED BY SIZE
                   INTO texto-impresion
               CALL "IMPRESOR" USING "D", nombre-programa,
                   numero-pagina, texto-impresion
           END-IF.

       CIERRA-MAESTROS.
           IF clientes-abierto = 'S'
               CLOSE ARCHIVO-CLIENTES
           END-IF
           IF saldos-abierto = 'S'
               CLOSE ARCHIVO-SALDOS
           END-IF.

       END PROGRAM POSICION-CLIENTES.

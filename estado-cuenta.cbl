      *          estado sale paginado via IMPRESOR en
      *          data/estado-cuenta.txt, para dejar de reconstruirlo a
      *          mano desde data/listado-lectura.txt cuando una
      *          sucursal lo pide. Los movimientos del dia salen del
      *          historial de movimientos
      *          (data/historial-movimientos.txt) de la fecha de
      *          negocio, que es lo que de verdad aplico
      *          ACTUALIZA-SALDOS: un cargo rechazado por saldo
      *          disponible, un movimiento a una cuenta cerrada o
      *          dormida o un duplicado no estan ahi y no salen, asi
      *          que la apertura (el cierre menos los movimientos)
      *          cuadra con el maestro. Un traspaso entre cuentas (tipo
      *          'T') aplicado sale en el estado de las dos cuentas:
      *          como cargo en el origen y como abono en el destino,
      *          cada uno con la otra cuenta a la vista.
      *          Con un rango de fechas de negocio como segundo y
      *          tercer parametro el estado sale de un periodo pasado:
      *          los movimientos se toman del mismo historial en esos
      *          dias y los saldos de apertura y cierre del historial
      *          de saldos
      *          (data/saldos-historicos.dat), el de apertura al
      *          cierre del dia anterior al inicio del periodo. Si los
      *          dos historiales no cuadran el estado lo avisa; sin
      *          el historial de saldos el periodo no se emite.
      *          Bajo el encabezado de cada cuenta va el cliente
      *          dueno (maestro de clientes data/clientes-maestro.dat)
      *          cuando la cuenta ya esta vinculada a uno.
      *          La revaluacion cambiaria de fin de mes (tipo 'V')
      *          no mueve el saldo de la cuenta, solo el valor en
      *          pesos de su posicion en moneda extranjera, y no sale
      *          en el estado.
      *          Usos: [cuenta|TODAS] [desde [hasta]] (AAAAMMDD; sin
      *          hasta, hasta la fecha de negocio)
      * Tectonics: cobc -x estado-cuenta.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   ANGULAR-IZQUIERDA IS 63.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SALDOS ASSIGN TO "data/saldos-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-CLIENTES
           ASSIGN TO "data/clientes-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLIENTE-ID
           ALTERNATE RECORD KEY IS CLIENTE-RFC WITH DUPLICATES
           FILE STATUS IS estado-archivo-clientes.
           SELECT ARCHIVO-HISTORIAL
           ASSIGN TO "data/historial-movimientos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-historial.
           SELECT ARCHIVO-SALDOS-HISTORICOS
           ASSIGN TO "data/saldos-historicos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALHIS-LLAVE
           FILE STATUS IS estado-archivo-salhis.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-ORDEN ASSIGN TO "data/ordena-estado.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SALDOS.
           COPY "registro-saldo.cpy".
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-CLIENTES.
           COPY "registro-cliente.cpy".
       FD  ARCHIVO-HISTORIAL.
           COPY "registro-historial.cpy".
       FD  ARCHIVO-SALDOS-HISTORICOS.
           COPY "registro-saldo-historico.cpy".
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       SD  ARCHIVO-ORDEN.
       01  registro-orden.
           05  ord-cuenta          PICTURE X(10).
           05  ord-tipo            PICTURE X(01).
           05  ord-moneda          PICTURE X(03).
           05  ord-convertido      PICTURE S9(11)V99 COMP-3.
           05  ord-contraparte     PICTURE X(10).
       WORKING-STORAGE SECTION.
           01      estado-archivo-saldos  PICTURE X(02).
           01      estado-archivo-cuentas PICTURE X(02).
           01      estado-archivo-clientes PICTURE X(02).
           01      estado-archivo-historial PICTURE X(02).
           01      estado-archivo-salhis  PICTURE X(02).
           01      estado-archivo-corrida PICTURE X(02).
           01      fin-orden       PICTURE X(01) VALUE 'N'.
           01      cuenta-pedida   PICTURE X(10).
      * Periodo pasado: con fecha desde el estado sale de los dos
      * historiales; sin ella, el periodo es la fecha de negocio y el
      * saldo de cierre el del maestro.
           01      parametros      PICTURE X(40).
           01      fecha-desde     PICTURE X(08) VALUE SPACES.
           01      fecha-hasta     PICTURE X(08) VALUE SPACES.
           01      fecha-negocio   PICTURE X(08).
           01      modo-historico  PICTURE X(01) VALUE 'N'.
           01      fin-historial   PICTURE X(01) VALUE 'N'.
           01      fin-salhis      PICTURE X(01) VALUE 'N'.
           01      salhis-abierto  PICTURE X(01) VALUE 'N'.
           01      primer-renglon  PICTURE X(01) VALUE 'S'.
           01      sin-apertura    PICTURE X(01) VALUE 'N'.
           01      historia-hallada PICTURE X(01) VALUE 'N'.
           01      saldo-maestro-cuenta PICTURE S9(9)V99.
           01      saldo-calculado PICTURE S9(9)V99.
           01      diferencia-historia PICTURE S9(9)V99.
           01      fecha-f         PICTURE X(10).
           01      fecha-hasta-f   PICTURE X(10).
           01      maestro-abierto PICTURE X(01) VALUE 'N'.
           01      cuentas-abierto PICTURE X(01) VALUE 'N'.
           01      clientes-abierto PICTURE X(01) VALUE 'N'.
           01      cliente-cuenta  PICTURE X(08).
           01      nombre-cliente  PICTURE X(40).
      * El saldo de cierre de cada cuenta se lee directo del maestro
      * indexado; el saldo de apertura se reconstruye restando del
      * cierre los movimientos aplicados en el dia.
      * Movimientos de la cuenta en curso, juntados del ordenamiento
      * para poder imprimir el saldo de apertura antes del detalle.
           01      total-movs      PICTURE 9(03) COMP VALUE ZERO.
                   10      mov-moneda     PICTURE X(03).
                   10      mov-monto      PICTURE S9(7)V99.
                   10      mov-convertido PICTURE S9(11)V99.
                   10      mov-contraparte PICTURE X(10).
           01      movs-desbordados PICTURE 9(05) VALUE ZERO.
           01      hay-cuenta-abierta PICTURE X(01) VALUE 'N'.
           01      cuenta-en-curso PICTURE X(10).
           01      movimiento-cuenta PICTURE S9(9)V99 VALUE ZERO.
           01      saldo-apertura  PICTURE S9(9)V99.
           01      saldo-cierre    PICTURE S9(9)V99.
           01      moneda-actual   PICTURE X(03).
           01      tasa-cambio     PICTURE 9(4)V9(4).
           01      tasa-hallada    PICTURE X(01) VALUE 'N'.
           01      sin-tasa        PICTURE 9(05) VALUE ZERO.
           01      monto-f         PICTURE -(7)9,99.
           01      convertido-f    PICTURE -(11)9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT parametros FROM COMMAND-LINE
           UNSTRING parametros DELIMITED BY ALL SPACE
               INTO cuenta-pedida fecha-desde fecha-hasta
           IF cuenta-pedida = "TODAS"
               MOVE SPACES TO cuenta-pedida
           END-IF
           PERFORM LEE-FECHA-NEGOCIO
           IF fecha-desde NOT = SPACES
               PERFORM VALIDA-PERIODO THRU VALIDA-PERIODO-FIN
               IF codigo-retorno NOT = ZERO
                   GO TO MAIN-PROCEDURE-EXIT
               END-IF
           ELSE
               MOVE fecha-negocio TO fecha-desde
               MOVE fecha-negocio TO fecha-hasta
           END-IF
           OPEN INPUT ARCHIVO-SALDOS
           IF estado-archivo-saldos = "00"
               MOVE 'S' TO maestro-abierto
                   "FILE STATUS: " estado-archivo-cuentas
                   ". LOS ESTADOS SALEN SIN NOMBRE DE CUENTA."
           END-IF
      * Sin maestro de clientes el estado sale solo con el numero del
      * cliente; mientras nadie lo haya creado no hay nada que avisar.
           OPEN INPUT ARCHIVO-CLIENTES
           IF estado-archivo-clientes = "00"
               MOVE 'S' TO clientes-abierto
           ELSE
               MOVE 'N' TO clientes-abierto
           END-IF
           IF modo-historico = 'S'
               OPEN INPUT ARCHIVO-SALDOS-HISTORICOS
               IF estado-archivo-salhis = "00"
                   MOVE 'S' TO salhis-abierto
               ELSE
      * Sin historial de saldos no hay saldo del periodo que dar; el
      * del maestro es el de hoy y no sirve para un periodo pasado.
                   DISPLAY "ERROR OPENING ARCHIVO-SALDOS-HISTORICOS, "
                       "FILE STATUS: " estado-archivo-salhis
                       ". NO SE EMITE EL ESTADO DEL PERIODO."
                   PERFORM CIERRA-MAESTROS
                   MOVE 16 TO codigo-retorno
                   GO TO MAIN-PROCEDURE-EXIT
               END-IF
           END-IF
           MOVE "data/estado-cuenta.txt" TO texto-impresion
           CALL "IMPRESOR" USING "A", nombre-programa,
                                ord-tipo
               INPUT PROCEDURE IS LIBERA-MOVIMIENTOS
               OUTPUT PROCEDURE IS IMPRIME-ESTADOS
           IF salhis-abierto = 'S'
               CLOSE ARCHIVO-SALDOS-HISTORICOS
           END-IF
           IF estados-impresos = ZERO
               AND cuenta-pedida NOT = SPACES
               PERFORM ESTADO-SIN-MOVIMIENTOS
           END-IF
           CALL "IMPRESOR" USING "C", nombre-programa,
               numero-pagina, texto-impresion
           PERFORM CIERRA-MAESTROS
           IF sin-tasa > ZERO
               DISPLAY "MOVIMIENTOS VALUADOS A LA PAR POR FALTA DE "
                   "TASA: " sin-tasa
           MOVE codigo-retorno TO RETURN-CODE
           GOBACK.

       CIERRA-MAESTROS.
           IF maestro-abierto = 'S'
               CLOSE ARCHIVO-SALDOS
           END-IF
           IF cuentas-abierto = 'S'
               CLOSE ARCHIVO-CUENTAS
           END-IF
           IF clientes-abierto = 'S'
               CLOSE ARCHIVO-CLIENTES
           END-IF.

      * La fecha de negocio es la de la corrida en curso; sin control
      * de corrida se toma la del sistema.
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

      * El periodo pasado va de la fecha desde a la fecha hasta (o a
      * la fecha de negocio) y no puede estar al reves.
       VALIDA-PERIODO.
           IF fecha-hasta = SPACES
               MOVE fecha-negocio TO fecha-hasta
           END-IF
           IF fecha-desde IS NOT NUMERIC
               OR fecha-hasta IS NOT NUMERIC
               OR fecha-desde > fecha-hasta
               DISPLAY "PERIODO INVALIDO: " fecha-desde " A "
                   fecha-hasta ". USO: [cuenta|TODAS] [desde [hasta]]"
               MOVE 8 TO codigo-retorno
               GO TO VALIDA-PERIODO-FIN
           END-IF
           MOVE 'S' TO modo-historico.
       VALIDA-PERIODO-FIN.
           EXIT.

      * Fase de entrada: del historial de movimientos se libera al
      * ordenador lo que se aplico en las fechas de negocio del
      * periodo (la del dia, o el rango pedido) a la cuenta pedida, o
      * a todas, con el monto ya firmado tal como entro al saldo (un
      * reverso ya volteado y cada pierna de traspaso con su signo).
       LIBERA-MOVIMIENTOS.
           MOVE 'N' TO fin-historial
           OPEN INPUT ARCHIVO-HISTORIAL
           IF estado-archivo-historial NOT = "00"
               DISPLAY "ERROR OPENING data/historial-movimientos.txt, "
                   "FILE STATUS: " estado-archivo-historial
               MOVE 16 TO codigo-retorno
           ELSE
               PERFORM UNTIL fin-historial = 'Y'
                   READ ARCHIVO-HISTORIAL
                       AT END MOVE 'Y' TO fin-historial
                       NOT AT END PERFORM LIBERA-RENGLON-HISTORIAL
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORIAL
           END-IF.

       LIBERA-RENGLON-HISTORIAL.
           IF HIST-FECHA-NEGOCIO >= fecha-desde
               AND HIST-FECHA-NEGOCIO <= fecha-hasta
               AND HIST-TIPO NOT = 'V'
               AND (cuenta-pedida = SPACES
                    OR HIST-CUENTA = cuenta-pedida)
               MOVE HIST-MONEDA TO moneda-actual
               IF moneda-actual = SPACES
                   MOVE "MXP" TO moneda-actual
               END-IF
               CALL "TCAMBIO" USING moneda-actual, HIST-FECHA,
                   tasa-cambio, tasa-hallada
               IF tasa-hallada = 'N'
                   ADD 1 TO sin-tasa
                   MOVE 1 TO tasa-cambio
               END-IF
               MOVE HIST-CUENTA TO ord-cuenta
               MOVE HIST-FECHA TO ord-fecha
               MOVE HIST-MONTO TO ord-monto
               MOVE HIST-TIPO TO ord-tipo
               MOVE moneda-actual TO ord-moneda
               COMPUTE ord-convertido ROUNDED
                   = HIST-MONTO * tasa-cambio
               MOVE HIST-CONTRAPARTE TO ord-contraparte
               RELEASE registro-orden
           END-IF.

      * Fase de salida: el detalle llega ordenado por cuenta, fecha y
      * monto (el historial ya viene sin duplicados) y al corte de
      * cuenta se imprime el estado.
       IMPRIME-ESTADOS.
           MOVE 'N' TO fin-orden
           MOVE 'N' TO hay-cuenta-abierta

       JUNTA-MOVIMIENTO.
           IF hay-cuenta-abierta = 'S'
               AND ord-cuenta NOT = cuenta-en-curso
               PERFORM IMPRIME-ESTADO-CUENTA
           END-IF
           IF hay-cuenta-abierta = 'N'
               MOVE ord-cuenta TO cuenta-en-curso
               MOVE ZERO TO total-movs
               MOVE ZERO TO movimiento-cuenta
               MOVE 'S' TO hay-cuenta-abierta
           END-IF
           ADD ord-monto TO movimiento-cuenta
           IF total-movs >= 500
               ADD 1 TO movs-desbordados
           ELSE
               ADD 1 TO total-movs
               MOVE ord-fecha TO mov-fecha(total-movs)
               MOVE ord-tipo TO mov-tipo(total-movs)
               MOVE ord-moneda TO mov-moneda(total-movs)
               MOVE ord-monto TO mov-monto(total-movs)
               MOVE ord-convertido TO mov-convertido(total-movs)
               MOVE ord-contraparte TO mov-contraparte(total-movs)
           END-IF.

       IMPRIME-ESTADO-CUENTA.
           MOVE 'N' TO sin-apertura
           PERFORM BUSCA-SALDO-CIERRE
           IF modo-historico = 'S'
               AND salhis-abierto = 'S'
               PERFORM BUSCA-SALDOS-PERIODO
           ELSE
               SUBTRACT movimiento-cuenta FROM saldo-cierre
                   GIVING saldo-apertura
           END-IF
           PERFORM IMPRIME-ENCABEZADO-CUENTA
           MOVE saldo-apertura TO saldo-f
           MOVE SPACES TO texto-impresion
           IF sin-apertura = 'S'
               STRING "SALDO DE APERTURA: " DELIMITED BY SIZE
                   FUNCTION TRIM(saldo-f) DELIMITED BY SIZE
                   " (SIN HISTORIA DE SALDOS ANTES DEL PERIODO, "
                       DELIMITED BY SIZE
                   "CALCULADO)" DELIMITED BY SIZE
                   INTO texto-impresion
           ELSE
               STRING "SALDO DE APERTURA: " DELIMITED BY SIZE
                   FUNCTION TRIM(saldo-f) DELIMITED BY SIZE
                   INTO texto-impresion
           END-IF
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           MOVE ZERO TO indice-mov
               INTO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           ADD saldo-apertura movimiento-cuenta
               GIVING saldo-calculado
           IF saldo-calculado NOT = saldo-cierre
               SUBTRACT saldo-calculado FROM saldo-cierre
                   GIVING diferencia-historia
               MOVE diferencia-historia TO saldo-f
               MOVE SPACES TO texto-impresion
               STRING "AVISO: EL HISTORIAL DE MOVIMIENTOS NO CUADRA "
                       DELIMITED BY SIZE
                   "CON EL DE SALDOS, DIFERENCIA " DELIMITED BY SIZE
                   FUNCTION TRIM(saldo-f) DELIMITED BY SIZE
                   INTO texto-impresion
               CALL "IMPRESOR" USING "D", nombre-programa,
                   numero-pagina, texto-impresion
           END-IF
           MOVE SPACES TO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion

       IMPRIME-ENCABEZADO-CUENTA.
           MOVE SPACES TO nombre-cuenta
           MOVE SPACES TO cliente-cuenta
           IF cuentas-abierto = 'S'
               MOVE cuenta-en-curso TO CUENTA-ID
               READ ARCHIVO-CUENTAS
                           TO nombre-cuenta
                   NOT INVALID KEY
                       MOVE CUENTA-NOMBRE TO nombre-cuenta
                       MOVE CUENTA-CLIENTE TO cliente-cuenta
               END-READ
           END-IF
           MOVE SPACES TO texto-impresion
               ANGULAR-IZQUIERDA DELIMITED BY SIZE
               INTO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           IF cliente-cuenta NOT = SPACES
               PERFORM IMPRIME-CLIENTE-CUENTA
           END-IF
           IF modo-historico = 'S'
               MOVE SPACES TO fecha-f
               STRING fecha-desde(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   fecha-desde(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   fecha-desde(1:4) DELIMITED BY SIZE
                   INTO fecha-f
               MOVE SPACES TO fecha-hasta-f
               STRING fecha-hasta(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   fecha-hasta(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   fecha-hasta(1:4) DELIMITED BY SIZE
                   INTO fecha-hasta-f
               MOVE SPACES TO texto-impresion
               STRING "PERIODO DEL " DELIMITED BY SIZE
                   fecha-f DELIMITED BY SIZE
                   " AL " DELIMITED BY SIZE
                   fecha-hasta-f DELIMITED BY SIZE
                   INTO texto-impresion
               CALL "IMPRESOR" USING "D", nombre-programa,
                   numero-pagina, texto-impresion
           END-IF.

       IMPRIME-LINEA-MOVIMIENTO.
           ADD 1 TO indice-mov
                   convertido-f DELIMITED BY SIZE
                   "  REVERSO" DELIMITED BY SIZE
                   INTO texto-impresion
           END-IF
           IF mov-tipo(indice-mov) = 'T'
               AND mov-monto(indice-mov) < ZERO
               STRING mov-fecha(indice-mov) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   mov-moneda(indice-mov) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   monto-f DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   convertido-f DELIMITED BY SIZE
                   "  TRASPASO A " DELIMITED BY SIZE
                   mov-contraparte(indice-mov) DELIMITED BY SIZE
                   INTO texto-impresion
           END-IF
           IF mov-tipo(indice-mov) = 'T'
               AND mov-monto(indice-mov) > ZERO
               STRING mov-fecha(indice-mov) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   mov-moneda(indice-mov) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   monto-f DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   convertido-f DELIMITED BY SIZE
                   "  TRASPASO DE " DELIMITED BY SIZE
                   mov-contraparte(indice-mov) DELIMITED BY SIZE
                   INTO texto-impresion
           END-IF
           IF mov-tipo(indice-mov) NOT = 'R'
               AND mov-tipo(indice-mov) NOT = 'T'
               STRING mov-fecha(indice-mov) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   mov-moneda(indice-mov) DELIMITED BY SIZE
               END-READ
           END-IF.

      * Periodo pasado: el cierre es el saldo del ultimo renglon del
      * historial de saldos hasta la fecha hasta, y la apertura el del
      * ultimo antes de la fecha desde. Si la historia de la cuenta
      * arranca con una semilla dentro del periodo, la apertura se
      * calcula del cierre menos los movimientos y se dice asi.
      * Sin renglon hasta la fecha hasta el saldo del periodo es el
      * inicial del primer renglon posterior (nada lo movio entre
      * medio), y una cuenta sin ningun renglon no se ha movido desde
      * que arranco la historia: su saldo es el del maestro.
       BUSCA-SALDOS-PERIODO.
           MOVE saldo-cierre TO saldo-maestro-cuenta
           MOVE ZERO TO saldo-apertura
           MOVE ZERO TO saldo-cierre
           MOVE 'S' TO primer-renglon
           MOVE 'N' TO historia-hallada
           MOVE 'N' TO fin-salhis
           MOVE cuenta-en-curso TO SALHIS-CUENTA
           MOVE LOW-VALUES TO SALHIS-FECHA
           START ARCHIVO-SALDOS-HISTORICOS
               KEY IS NOT LESS THAN SALHIS-LLAVE
               INVALID KEY MOVE 'Y' TO fin-salhis
           END-START
           PERFORM UNTIL fin-salhis = 'Y'
               READ ARCHIVO-SALDOS-HISTORICOS NEXT
                   AT END MOVE 'Y' TO fin-salhis
                   NOT AT END PERFORM REVISA-RENGLON-PERIODO
               END-READ
           END-PERFORM
           IF historia-hallada = 'N'
               MOVE saldo-maestro-cuenta TO saldo-apertura
               MOVE saldo-maestro-cuenta TO saldo-cierre
           END-IF
           IF sin-apertura = 'S'
               SUBTRACT movimiento-cuenta FROM saldo-cierre
                   GIVING saldo-apertura
           END-IF.

       REVISA-RENGLON-PERIODO.
           IF SALHIS-CUENTA NOT = cuenta-en-curso
               MOVE 'Y' TO fin-salhis
           ELSE
               IF SALHIS-FECHA > fecha-hasta
                   IF historia-hallada = 'N'
                       MOVE SALHIS-SALDO-INICIAL TO saldo-apertura
                       MOVE SALHIS-SALDO-INICIAL TO saldo-cierre
                       IF SALHIS-ORIGEN = 'S'
                           MOVE 'S' TO sin-apertura
                       END-IF
                       MOVE 'S' TO historia-hallada
                   END-IF
                   MOVE 'Y' TO fin-salhis
               ELSE
                   MOVE 'S' TO historia-hallada
                   IF SALHIS-FECHA < fecha-desde
                       MOVE SALHIS-SALDO TO saldo-apertura
                   ELSE
                       IF primer-renglon = 'S'
                           AND SALHIS-ORIGEN = 'S'
                           MOVE 'S' TO sin-apertura
                       END-IF
                   END-IF
                   MOVE SALHIS-SALDO TO saldo-cierre
               END-IF
           END-IF
           MOVE 'N' TO primer-renglon.

       IMPRIME-CLIENTE-CUENTA.
           MOVE SPACES TO nombre-cliente
           IF clientes-abierto = 'S'
               MOVE cliente-cuenta TO CLIENTE-ID
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       MOVE "(CLIENTE NO CATALOGADO)"
                           TO nombre-cliente
                   NOT INVALID KEY
                       MOVE CLIENTE-NOMBRE TO nombre-cliente
               END-READ
           END-IF
           MOVE SPACES TO texto-impresion
           STRING "CLIENTE: " DELIMITED BY SIZE
               cliente-cuenta DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(nombre-cliente) DELIMITED BY SIZE
               INTO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion.

      * Cuenta pedida sin movimientos en el periodo: el estado sale
      * igual, con apertura y cierre iguales al saldo del maestro.
       ESTADO-SIN-MOVIMIENTOS.

      *          espacios): banco pos-ref len-ref pos-cod len-cod
      *          pos-imp1 len-imp1 pos-imp2 len-imp2 formato
      *          (formato 'C' = centavos implicitos, 'D' = con punto
      *          decimal). Los renglones que empiezan con SALIDA son
      *          los layouts de salida de GENERA-PAGOS y aqui no
      *          aplican.
      *          Para la conciliacion del estado de cuenta la
      *          referencia del banco (primeros 12) viaja en la
      *          transaccion, y cada partida, convertida o rechazada,
      *          queda en data/banco-partidas-<banco>-<fecha>.txt con
      *          su movimiento firmado segun la tercera columna de
      *          data/mapa-banco.txt ('+' o '-', en blanco es '+').
      *          El codigo reservado SDO no es un movimiento: trae en
      *          el importe 1 el saldo inicial y en el importe 2 el
      *          saldo final que declara el banco, y solo va al
      *          archivo de partidas para CONCILIA-BANCO.
      * Tectonics: cobc -x convierte-banco.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO DYNAMIC nombre-rechazos
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-rechazos.
           SELECT ARCHIVO-PARTIDAS
           ASSIGN TO DYNAMIC nombre-partidas
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-partidas.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           05  mapa-codigo-banco   PICTURE X(03).
           05  FILLER              PICTURE X(01).
           05  mapa-operacion      PICTURE X(01).
           05  FILLER              PICTURE X(01).
           05  mapa-signo          PICTURE X(01).
       FD  ARCHIVO-TRANSACCIONES.
       01  registro-salida-lote    PICTURE X(40).
       FD  ARCHIVO-RECHAZOS.
       01  registro-rechazo        PICTURE X(100).
       FD  ARCHIVO-PARTIDAS.
       01  registro-partida-archivo PICTURE X(95).
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
       WORKING-STORAGE SECTION.
           COPY "registro-transaccion.cpy".
           COPY "registro-lote.cpy".
           COPY "registro-partida-banco.cpy".
           01      estado-archivo-banco PICTURE X(02).
           01      estado-archivo-layouts PICTURE X(02).
           01      estado-archivo-mapa  PICTURE X(02).
           01      estado-archivo-transacciones PICTURE X(02).
           01      estado-archivo-rechazos PICTURE X(02).
           01      estado-archivo-corrida  PICTURE X(02).
           01      estado-archivo-partidas PICTURE X(02).
           01      nombre-partidas PICTURE X(60).
           01      codigo-saldos   PICTURE X(03) VALUE "SDO".
           01      regs-saldos     PICTURE 9(06) VALUE ZERO.
           01      fin-banco       PICTURE X(01) VALUE 'N'.
           01      fin-layouts     PICTURE X(01) VALUE 'N'.
           01      fin-mapa        PICTURE X(01) VALUE 'N'.
               05      renglon-mapa OCCURS 100 TIMES.
                   10      tab-codigo-banco PICTURE X(03).
                   10      tab-operacion    PICTURE X(01).
                   10      tab-signo        PICTURE X(01).
           01      regs-convertidos PICTURE 9(06) VALUE ZERO.
           01      regs-rechazados  PICTURE 9(06) VALUE ZERO.
           01      hash-salida      PICTURE S9(9)V99 VALUE ZERO.
           END-IF
           OPEN OUTPUT ARCHIVO-TRANSACCIONES
           OPEN OUTPUT ARCHIVO-RECHAZOS
           MOVE SPACES TO nombre-partidas
           STRING "data/banco-partidas-" DELIMITED BY SIZE
               FUNCTION TRIM(banco-pedido) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO nombre-partidas
           OPEN OUTPUT ARCHIVO-PARTIDAS
           IF estado-archivo-partidas NOT = "00"
               DISPLAY "ERROR OPENING "
                   FUNCTION TRIM(nombre-partidas)
                   ", FILE STATUS: " estado-archivo-partidas
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-BANCO
               CLOSE ARCHIVO-TRANSACCIONES
               CLOSE ARCHIVO-RECHAZOS
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE SPACES TO registro-rechazo
           STRING "RECHAZOS DE CONVERSION BANCARIA "
               DELIMITED BY SIZE
               READ ARCHIVO-BANCO
                   AT END MOVE 'Y' TO fin-banco
                   NOT AT END PERFORM CONVIERTE-MOVIMIENTO
                       THRU CONVIERTE-MOVIMIENTO-FIN
               END-READ
           END-PERFORM
           PERFORM ESCRIBE-COLA-SALIDA
           CLOSE ARCHIVO-BANCO
           CLOSE ARCHIVO-TRANSACCIONES
           CLOSE ARCHIVO-RECHAZOS
           CLOSE ARCHIVO-PARTIDAS
           DISPLAY "CONVERSION BANCARIA "
               FUNCTION TRIM(banco-pedido) ": " regs-convertidos
               " MOVIMIENTOS CONVERTIDOS, " regs-rechazados
               " RECHAZADOS (VER "
               FUNCTION TRIM(nombre-rechazos) ")"
           IF regs-saldos = ZERO
               DISPLAY "AVISO: EL ARCHIVO DEL BANCO NO TRAE REGISTRO "
                   "DE SALDOS SDO; LA CONCILIACION NO PODRA "
                   "COMPARAR EL SALDO FINAL."
           END-IF.
       MAIN-PROCEDURE-EXIT.
           GOBACK.

                   MOVE mapa-codigo-banco
                       TO tab-codigo-banco(total-mapa)
                   MOVE mapa-operacion TO tab-operacion(total-mapa)
                   IF mapa-signo = '-'
                       MOVE '-' TO tab-signo(total-mapa)
                   ELSE
                       MOVE '+' TO tab-signo(total-mapa)
                   END-IF
               END-IF
           END-IF.

               TO banco-importe1
           MOVE registro-banco(lay-pos-imp2:lay-len-imp2)
               TO banco-importe2
           IF banco-codigo-mov = codigo-saldos
               PERFORM ASIENTA-SALDOS
               GO TO CONVIERTE-MOVIMIENTO-FIN
           END-IF
           MOVE SPACES TO REGISTRO-PARTIDA-BANCO
           MOVE ZERO TO PARTIDA-IMPORTE1
           MOVE ZERO TO PARTIDA-IMPORTE2
           MOVE 'N' TO codigo-hallado
           MOVE ZERO TO indice-mapa
           PERFORM BUSCA-CODIGO-MAPA
                   MOVE "IMPORTE 1 INVALIDO" TO motivo-rechazo
               ELSE
                   MOVE importe-trabajo TO trans-var1
                   MOVE importe-trabajo TO PARTIDA-IMPORTE1
                   IF tab-signo(indice-mapa) = '-'
                       COMPUTE PARTIDA-IMPORTE1 = importe-trabajo * -1
                   END-IF
                   PERFORM VALIDA-IMPORTE-2
                   IF importe-valido = 'N'
                       MOVE "IMPORTE 2 INVALIDO" TO motivo-rechazo
                   ELSE
                       MOVE importe-trabajo TO trans-var2
                       MOVE importe-trabajo TO PARTIDA-IMPORTE2
                   END-IF
               END-IF
           END-IF
           IF motivo-rechazo = SPACES
               MOVE tab-operacion(indice-mapa) TO trans-operacion
               MOVE banco-referencia(1:12) TO trans-referencia
               ADD trans-var1 TO hash-salida
               ADD trans-var2 TO hash-salida
               ADD 1 TO regs-convertidos
               WRITE registro-salida-lote FROM registro-transaccion
               MOVE trans-operacion TO PARTIDA-OPERACION
               MOVE 'C' TO PARTIDA-ESTADO
           ELSE
               ADD 1 TO regs-rechazados
               MOVE SPACES TO registro-rechazo
                   FUNCTION TRIM(motivo-rechazo) DELIMITED BY SIZE
                   INTO registro-rechazo
               WRITE registro-rechazo
               MOVE 'R' TO PARTIDA-ESTADO
               MOVE motivo-rechazo TO PARTIDA-MOTIVO
      * Sin mapeo no hay signo, pero el banco si movio el importe;
      * la partida lo conserva (como '+') para la conciliacion.
               IF codigo-hallado = 'N'
                   PERFORM VALIDA-IMPORTE-1
                   IF importe-valido = 'S'
                       MOVE importe-trabajo TO PARTIDA-IMPORTE1
                   END-IF
               END-IF
           END-IF
           MOVE 'I' TO PARTIDA-TIPO
           MOVE banco-pedido TO PARTIDA-BANCO
           MOVE fecha-negocio TO PARTIDA-FECHA
           MOVE banco-referencia(1:12) TO PARTIDA-REFERENCIA
           MOVE banco-codigo-mov TO PARTIDA-CODIGO
           WRITE registro-partida-archivo FROM REGISTRO-PARTIDA-BANCO.
       CONVIERTE-MOVIMIENTO-FIN.
           EXIT.

      * El registro de saldos se valida con los mismos cortes y
      * formato que los importes; un saldo ilegible se reporta como
      * rechazo y la conciliacion lo tratara como no declarado.
       ASIENTA-SALDOS.
           MOVE SPACES TO REGISTRO-PARTIDA-BANCO
           MOVE ZERO TO PARTIDA-IMPORTE1
           MOVE ZERO TO PARTIDA-IMPORTE2
           PERFORM VALIDA-IMPORTE-1
           IF importe-valido = 'S'
               MOVE importe-trabajo TO PARTIDA-IMPORTE1
               PERFORM VALIDA-IMPORTE-2
               IF importe-valido = 'S'
                   MOVE importe-trabajo TO PARTIDA-IMPORTE2
               END-IF
           END-IF
           IF importe-valido = 'N'
               ADD 1 TO regs-rechazados
               MOVE SPACES TO registro-rechazo
               STRING FUNCTION TRIM(banco-pedido) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   banco-referencia DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   banco-codigo-mov DELIMITED BY SIZE
                   " SALDOS ILEGIBLES" DELIMITED BY SIZE
                   INTO registro-rechazo
               WRITE registro-rechazo
           ELSE
               ADD 1 TO regs-saldos
               MOVE 'S' TO PARTIDA-TIPO
               MOVE banco-pedido TO PARTIDA-BANCO
               MOVE fecha-negocio TO PARTIDA-FECHA
               MOVE banco-referencia(1:12) TO PARTIDA-REFERENCIA
               MOVE banco-codigo-mov TO PARTIDA-CODIGO
               WRITE registro-partida-archivo
                   FROM REGISTRO-PARTIDA-BANCO
           END-IF.

      * Formato 'C': solo digitos, el importe viene en centavos.

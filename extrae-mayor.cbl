      *          error (division entre cero, etc.) no se cargan al
      *          mayor y solo se cuentan. Con esto contabilidad deja
      *          de recapturar cifras a mano.
      *          La interfaz es ahora una poliza de partida doble:
      *          cada partida (un resultado del lote o un movimiento
      *          de cuenta que ACTUALIZA-SALDOS aplico en la fecha de
      *          negocio de la corrida, segun el historial de
      *          movimientos) se busca en el mapa contable
      *          (data/mapa-contable.txt, de MANTENIMIENTO-MAPA-
      *          CONTABLE) por su operacion, tipo, moneda y sucursal,
      *          y sale como un asiento de dos lineas 'D', una al DEBE
      *          y otra al HABER de las cuentas de la regla, por el
      *          mismo importe en pesos (TCAMBIO a la fecha del
      *          movimiento):
      *              D;<asiento>;<cuenta>;<debe>;<haber>;<referencia>
      *          El registro de control prueba que la poliza cuadra:
      *              T;<asientos>;<total-debe>;<total-haber>;<lineas>
      *          La partida sin regla que la alcance, o en moneda sin
      *          tasa, no entra a la poliza: sale en el reporte de
      *          partidas sin mapa data/mayor-sin-mapa-<etiqueta>.txt.
      *          Los movimientos de una fecha entran a la poliza de una
      *          sola corrida: data/mayor-fechas.txt guarda que
      *          etiqueta ya los llevo, y una corrida forzada del
      *          mismo dia solo lleva sus resultados.
      * Tectonics: cobc -x extrae-mayor.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO DYNAMIC nombre-interfaz
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-interfaz.
           SELECT ARCHIVO-SIN-MAPA
           ASSIGN TO DYNAMIC nombre-sin-mapa
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-sin-mapa.
           SELECT ARCHIVO-MAPA
           ASSIGN TO "data/mapa-contable.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-mapa.
           SELECT ARCHIVO-HISTORIAL
           ASSIGN TO "data/historial-movimientos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-historial.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-CATALOGO
           ASSIGN TO "data/catalogo-generaciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-catalogo.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-FECHAS
           ASSIGN TO "data/mayor-fechas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-fechas.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-RESULTADOS.
       01  registro-resultado      PICTURE X(80).
       FD  ARCHIVO-INTERFAZ.
       01  registro-interfaz       PICTURE X(80).
       FD  ARCHIVO-SIN-MAPA.
       01  registro-sin-mapa       PICTURE X(100).
       FD  ARCHIVO-MAPA.
           COPY "registro-mapa-contable.cpy".
       FD  ARCHIVO-HISTORIAL.
           COPY "registro-historial.cpy".
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-CATALOGO.
       01  registro-catalogo.
           05  cat-etiqueta        PICTURE X(07).
           05  FILLER              PICTURE X(01).
           05  cat-fecha           PICTURE X(08).
           05  FILLER              PICTURE X(01).
           05  cat-estado          PICTURE X(10).
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(130).
       FD  ARCHIVO-FECHAS.
       01  registro-fecha-mayor.
           05  fmay-fecha          PICTURE X(08).
           05  FILLER              PICTURE X(01).
           05  fmay-etiqueta       PICTURE X(07).
       WORKING-STORAGE SECTION.
           01      estado-archivo-resultados PICTURE X(02).
           01      estado-archivo-interfaz   PICTURE X(02).
           01      estado-archivo-sin-mapa   PICTURE X(02).
           01      estado-archivo-mapa       PICTURE X(02).
           01      estado-archivo-historial  PICTURE X(02).
           01      estado-archivo-cuentas    PICTURE X(02).
           01      estado-archivo-catalogo   PICTURE X(02).
           01      estado-archivo-corrida    PICTURE X(02).
           01      estado-archivo-fechas     PICTURE X(02).
           01      nombre-resultados PICTURE X(40).
           01      nombre-interfaz   PICTURE X(40).
           01      nombre-sin-mapa   PICTURE X(40).
           01      etiqueta-pedida PICTURE X(07).
           01      fin-resultados  PICTURE X(01) VALUE 'N'.
           01      fin-archivo     PICTURE X(01) VALUE 'N'.
           01      codigo-retorno  PICTURE 9(03) VALUE ZERO.
           01      campos-linea.
               05      campo-linea OCCURS 6 TIMES PICTURE X(20).
           01      primer-caracter PICTURE X(01).
           01      monto-trabajo   PICTURE S9(11)V99.
           01      monto-punto     PICTURE X(14).
           01      debe-punto      PICTURE X(14).
           01      haber-punto     PICTURE X(14).
           01      monto-entero    PICTURE 9(11).
           01      monto-centavos  PICTURE 9(02).
           01      monto-entero-f  PICTURE Z(10)9.
           01      monto-absoluto  PICTURE 9(11)V99.
      * Mapa contable en memoria; gana la regla mas especifica: cada
      * dimension exacta pesa mas que todas las que le siguen juntas
      * (operacion 8, tipo 4, moneda 2, sucursal 1; '*' no pesa).
           01      total-reglas    PICTURE 9(03) COMP VALUE ZERO.
           01      indice-regla    PICTURE 9(03) COMP VALUE ZERO.
           01      regla-elegida   PICTURE 9(03) COMP VALUE ZERO.
           01      exactas-regla   PICTURE 9(02).
           01      exactas-elegida PICTURE 9(02).
           01      regla-aplica    PICTURE X(01).
           01      tabla-reglas.
               05      renglon-regla OCCURS 300 TIMES.
                   10      reg-operacion   PICTURE X(01).
                   10      reg-tipo        PICTURE X(01).
                   10      reg-moneda      PICTURE X(03).
                   10      reg-sucursal    PICTURE X(04).
                   10      reg-debe        PICTURE X(12).
                   10      reg-haber       PICTURE X(12).
      * La partida que se esta asentando.
           01      partida-operacion PICTURE X(01).
           01      partida-tipo    PICTURE X(01).
           01      partida-moneda  PICTURE X(03).
           01      partida-sucursal PICTURE X(04).
           01      partida-importe PICTURE S9(9)V99.
           01      partida-referencia PICTURE X(20).
           01      motivo-sin-mapa PICTURE X(30).
           01      cuenta-debe     PICTURE X(12).
           01      cuenta-haber    PICTURE X(12).
           01      cuenta-linea    PICTURE X(12).
           01      tasa-cambio     PICTURE 9(4)V9(4).
           01      tasa-hallada    PICTURE X(01).
      * Fecha de negocio cuyos movimientos lleva esta poliza.
           01      fecha-movimientos PICTURE X(08) VALUE SPACES.
           01      lleva-movimientos PICTURE X(01) VALUE 'N'.
           01      fecha-registrada PICTURE X(01) VALUE 'N'.
           01      etiqueta-fecha  PICTURE X(07).
           01      cuentas-abierto PICTURE X(01) VALUE 'N'.
           01      asiento-actual  PICTURE 9(06) VALUE ZERO.
           01      regs-extraidos  PICTURE 9(06) VALUE ZERO.
           01      regs-omitidos   PICTURE 9(06) VALUE ZERO.
           01      regs-sin-mapa   PICTURE 9(06) VALUE ZERO.
           01      regs-movimientos PICTURE 9(06) VALUE ZERO.
           01      lineas-poliza   PICTURE 9(06) VALUE ZERO.
           01      asiento-f       PICTURE 9(06).
           01      regs-extraidos-f PICTURE Z(5)9.
           01      lineas-poliza-f PICTURE Z(5)9.
           01      importe-f       PICTURE -(9)9,99.
           01      total-debe      PICTURE S9(11)V99 VALUE ZERO.
           01      total-haber     PICTURE S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT etiqueta-pedida FROM COMMAND-LINE
           MOVE SPACES TO nombre-resultados
           MOVE SPACES TO nombre-interfaz
           MOVE SPACES TO nombre-sin-mapa
           IF etiqueta-pedida = SPACES
               MOVE "data/resultados.txt" TO nombre-resultados
               MOVE "data/interfaz-mayor-actual.txt"
                   TO nombre-interfaz
               MOVE "data/mayor-sin-mapa-actual.txt"
                   TO nombre-sin-mapa
           ELSE
               STRING "data/resultados-" DELIMITED BY SIZE
                   etiqueta-pedida DELIMITED BY SIZE
                   etiqueta-pedida DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO nombre-interfaz
               STRING "data/mayor-sin-mapa-" DELIMITED BY SIZE
                   etiqueta-pedida DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO nombre-sin-mapa
           END-IF
           OPEN INPUT ARCHIVO-RESULTADOS
           IF estado-archivo-resultados NOT = "00"
               DISPLAY "NO SE PUDO LEER "
                   FUNCTION TRIM(nombre-resultados)
                   ", FILE STATUS: " estado-archivo-resultados
               MOVE 16 TO codigo-retorno
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN OUTPUT ARCHIVO-INTERFAZ
               DISPLAY "NO SE PUDO ABRIR "
                   FUNCTION TRIM(nombre-interfaz)
                   ", FILE STATUS: " estado-archivo-interfaz
               MOVE 16 TO codigo-retorno
               CLOSE ARCHIVO-RESULTADOS
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN OUTPUT ARCHIVO-SIN-MAPA
           IF estado-archivo-sin-mapa NOT = "00"
               DISPLAY "NO SE PUDO ABRIR "
                   FUNCTION TRIM(nombre-sin-mapa)
                   ", FILE STATUS: " estado-archivo-sin-mapa
               MOVE 16 TO codigo-retorno
               CLOSE ARCHIVO-RESULTADOS
               CLOSE ARCHIVO-INTERFAZ
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE SPACES TO registro-sin-mapa
           STRING "PARTIDAS SIN MAPA CONTABLE, FUERA DE LA POLIZA "
               DELIMITED BY SIZE
               FUNCTION TRIM(nombre-interfaz) DELIMITED BY SIZE
               INTO registro-sin-mapa
           WRITE registro-sin-mapa
           MOVE "OP TIPO MONEDA SUC       IMPORTE  REFERENCIA"
               TO registro-sin-mapa
           WRITE registro-sin-mapa
           PERFORM CARGA-MAPA
           PERFORM UNTIL fin-resultados = 'Y'
               READ ARCHIVO-RESULTADOS
                   AT END MOVE 'Y' TO fin-resultados
                   NOT AT END PERFORM EXTRAE-LINEA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESULTADOS
           PERFORM FECHA-DE-MOVIMIENTOS
           IF lleva-movimientos = 'S'
               PERFORM EXTRAE-MOVIMIENTOS
           END-IF
           PERFORM ESCRIBE-CONTROL
           CLOSE ARCHIVO-INTERFAZ
           CLOSE ARCHIVO-SIN-MAPA
           IF total-debe NOT = total-haber
               DISPLAY "POLIZA DESCUADRADA: EL DEBE NO IGUALA AL "
                   "HABER; NO SE ENVIE."
               MOVE 16 TO codigo-retorno
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           IF lleva-movimientos = 'S'
               AND fecha-registrada = 'N'
               AND etiqueta-pedida NOT = SPACES
               PERFORM REGISTRA-FECHA
           END-IF
           MOVE asiento-actual TO regs-extraidos-f
           MOVE lineas-poliza TO lineas-poliza-f
           DISPLAY "INTERFAZ AL MAYOR: "
               FUNCTION TRIM(regs-extraidos-f) " ASIENTOS ("
               FUNCTION TRIM(lineas-poliza-f) " LINEAS) EN "
               FUNCTION TRIM(nombre-interfaz)
           DISPLAY "  " regs-extraidos " RESULTADOS, "
               regs-movimientos " MOVIMIENTOS, "
               regs-omitidos " LINEAS DE ERROR OMITIDAS"
           IF regs-sin-mapa > ZERO
               DISPLAY "  " regs-sin-mapa " PARTIDAS SIN MAPA, VER "
                   FUNCTION TRIM(nombre-sin-mapa)
           END-IF.
       MAIN-PROCEDURE-EXIT.
           MOVE codigo-retorno TO RETURN-CODE
           GOBACK.

       CARGA-MAPA.
           MOVE ZERO TO total-reglas
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-MAPA
           IF estado-archivo-mapa = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-MAPA
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-REGLA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-MAPA
           ELSE
               DISPLAY "AVISO: SIN MAPA CONTABLE, FILE STATUS: "
                   estado-archivo-mapa
                   ". TODO SALDRA EN PARTIDAS SIN MAPA."
           END-IF.

       CARGA-REGLA.
           IF REGISTRO-MAPA-CONTABLE(1:1) NOT = SPACE
               IF total-reglas >= 300
                   DISPLAY "AVISO: MAPA CONTABLE DESBORDADO, REGLA "
                       MAPA-LLAVE " SIN CARGAR."
               ELSE
                   ADD 1 TO total-reglas
                   MOVE MAPA-OPERACION TO reg-operacion(total-reglas)
                   MOVE MAPA-TIPO TO reg-tipo(total-reglas)
                   MOVE MAPA-MONEDA TO reg-moneda(total-reglas)
                   MOVE MAPA-SUCURSAL TO reg-sucursal(total-reglas)
                   MOVE MAPA-CUENTA-DEBE TO reg-debe(total-reglas)
                   MOVE MAPA-CUENTA-HABER TO reg-haber(total-reglas)
               END-IF
           END-IF.

      * Una linea buena trae numero en el cuarto campo; las lineas de
      * rechazo traen ahi palabras (DIVISION, DESBORDAMIENTO, RAIZ) y
      * no tienen resultado que cargar al mayor. El resultado del lote
      * va en pesos y no tiene tipo ni sucursal.
       EXTRAE-LINEA.
           MOVE SPACES TO campos-linea
           UNSTRING registro-resultado DELIMITED BY ALL SPACES
           MOVE campo-linea(4)(1:1) TO primer-caracter
           IF primer-caracter = '-' OR primer-caracter NUMERIC
               ADD 1 TO regs-extraidos
               MOVE campo-linea(1)(1:1) TO partida-operacion
               MOVE SPACE TO partida-tipo
               MOVE "MXP" TO partida-moneda
               MOVE SPACES TO partida-sucursal
               MOVE FUNCTION NUMVAL(campo-linea(4))
                   TO partida-importe
               MOVE SPACES TO partida-referencia
               STRING "LOTE " DELIMITED BY SIZE
                   partida-operacion DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(campo-linea(5)) DELIMITED BY SIZE
                   INTO partida-referencia
               PERFORM ASIENTA-PARTIDA
           ELSE
               ADD 1 TO regs-omitidos
           END-IF.

      * Los movimientos que lleva la poliza son los de la fecha de
      * negocio de la corrida (la del catalogo de generaciones, o la
      * del control de corrida sin etiqueta), siempre que otra
      * corrida no los haya llevado ya.
       FECHA-DE-MOVIMIENTOS.
           MOVE SPACES TO fecha-movimientos
           MOVE 'N' TO fin-archivo
           IF etiqueta-pedida = SPACES
               OPEN INPUT ARCHIVO-CORRIDA
               IF estado-archivo-corrida = "00"
                   READ ARCHIVO-CORRIDA
                       AT END CONTINUE
                       NOT AT END
                           MOVE corrida-fecha TO fecha-movimientos
                   END-READ
                   CLOSE ARCHIVO-CORRIDA
               END-IF
           ELSE
               OPEN INPUT ARCHIVO-CATALOGO
               IF estado-archivo-catalogo = "00"
                   PERFORM UNTIL fin-archivo = 'Y'
                       READ ARCHIVO-CATALOGO
                           AT END MOVE 'Y' TO fin-archivo
                           NOT AT END
                               IF cat-etiqueta = etiqueta-pedida
                                   MOVE cat-fecha
                                       TO fecha-movimientos
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CATALOGO
               END-IF
           END-IF
           IF fecha-movimientos IS NOT NUMERIC
               DISPLAY "AVISO: SIN FECHA DE NEGOCIO PARA LA CORRIDA; "
                   "LA POLIZA SOLO LLEVA RESULTADOS DEL LOTE."
               MOVE 'N' TO lleva-movimientos
           ELSE
               PERFORM REVISA-FECHA-LLEVADA
           END-IF.

       REVISA-FECHA-LLEVADA.
           MOVE 'S' TO lleva-movimientos
           MOVE 'N' TO fecha-registrada
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-FECHAS
           IF estado-archivo-fechas = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-FECHAS
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM COMPARA-FECHA-LLEVADA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-FECHAS
           END-IF.

       COMPARA-FECHA-LLEVADA.
           IF fmay-fecha = fecha-movimientos
               IF fmay-etiqueta = etiqueta-pedida
                   MOVE 'S' TO fecha-registrada
               ELSE
                   MOVE 'N' TO lleva-movimientos
                   MOVE fmay-etiqueta TO etiqueta-fecha
                   DISPLAY "LOS MOVIMIENTOS DEL " fecha-movimientos
                       " YA LOS LLEVO LA POLIZA DE " etiqueta-fecha
                       "; ESTA SOLO LLEVA RESULTADOS DEL LOTE."
               END-IF
           END-IF.

       REGISTRA-FECHA.
           OPEN EXTEND ARCHIVO-FECHAS
           IF estado-archivo-fechas NOT = "00"
               OPEN OUTPUT ARCHIVO-FECHAS
           END-IF
           IF estado-archivo-fechas NOT = "00"
               DISPLAY "NO SE PUDO ASENTAR data/mayor-fechas.txt, "
                   "FILE STATUS: " estado-archivo-fechas
               MOVE 16 TO codigo-retorno
           ELSE
               MOVE SPACES TO registro-fecha-mayor
               MOVE fecha-movimientos TO fmay-fecha
               MOVE etiqueta-pedida TO fmay-etiqueta
               WRITE registro-fecha-mayor
               CLOSE ARCHIVO-FECHAS
           END-IF.

       EXTRAE-MOVIMIENTOS.
           OPEN INPUT ARCHIVO-CUENTAS
           IF estado-archivo-cuentas = "00"
               MOVE 'S' TO cuentas-abierto
           ELSE
               MOVE 'N' TO cuentas-abierto
               DISPLAY "AVISO: MAESTRO DE CUENTAS NO DISPONIBLE, "
                   "FILE STATUS: " estado-archivo-cuentas
                   ". TODO SALDRA COMO SUCURSAL ????."
           END-IF
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-HISTORIAL
           IF estado-archivo-historial = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-HISTORIAL
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM EXTRAE-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORIAL
           ELSE
               IF estado-archivo-historial NOT = "35"
                   DISPLAY "NO SE PUDO LEER "
                       "data/historial-movimientos.txt, FILE STATUS: "
                       estado-archivo-historial
                   MOVE 8 TO codigo-retorno
               END-IF
           END-IF
           IF cuentas-abierto = 'S'
               CLOSE ARCHIVO-CUENTAS
           END-IF.

      * Cada renglon del historial es una pierna ya aplicada al saldo
      * (un traspaso deja dos); se valua en pesos a la fecha del
      * movimiento, como INTRO-TO-COBOL.
       EXTRAE-MOVIMIENTO.
           IF HIST-FECHA-NEGOCIO = fecha-movimientos
               ADD 1 TO regs-movimientos
               MOVE HIST-ORIGEN TO partida-operacion
               MOVE HIST-TIPO TO partida-tipo
               IF partida-tipo = SPACE
                   MOVE 'M' TO partida-tipo
               END-IF
               MOVE HIST-MONEDA TO partida-moneda
               IF partida-moneda = SPACES
                   MOVE "MXP" TO partida-moneda
               END-IF
               PERFORM BUSCA-SUCURSAL
               MOVE SPACES TO partida-referencia
               STRING "CTA " DELIMITED BY SIZE
                   HIST-CUENTA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   partida-tipo DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   partida-moneda DELIMITED BY SIZE
                   INTO partida-referencia
               CALL "TCAMBIO" USING partida-moneda, HIST-FECHA,
                   tasa-cambio, tasa-hallada
               IF tasa-hallada = 'S'
                   COMPUTE partida-importe ROUNDED
                       = HIST-MONTO * tasa-cambio
                   PERFORM ASIENTA-PARTIDA
               ELSE
                   MOVE HIST-MONTO TO partida-importe
                   MOVE "SIN TIPO DE CAMBIO" TO motivo-sin-mapa
                   PERFORM ESCRIBE-SIN-MAPA
               END-IF
           END-IF.

      * Cuenta desconocida o sin sucursal capturada va como ????.
       BUSCA-SUCURSAL.
           MOVE "????" TO partida-sucursal
           IF cuentas-abierto = 'S'
               MOVE HIST-CUENTA TO CUENTA-ID
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUENTA-SUCURSAL NOT = SPACES
                           MOVE CUENTA-SUCURSAL TO partida-sucursal
                       END-IF
               END-READ
           END-IF.

      * Un asiento por partida, siempre de dos lineas por el mismo
      * importe; el importe negativo voltea DEBE y HABER. Una partida
      * en cero no mueve nada y no se asienta.
       ASIENTA-PARTIDA.
           PERFORM BUSCA-REGLA
           IF regla-elegida = ZERO
               MOVE "SIN REGLA EN EL MAPA CONTABLE" TO motivo-sin-mapa
               PERFORM ESCRIBE-SIN-MAPA
           ELSE
               IF partida-importe NOT = ZERO
                   IF partida-importe < ZERO
                       MOVE reg-haber(regla-elegida) TO cuenta-debe
                       MOVE reg-debe(regla-elegida) TO cuenta-haber
                       COMPUTE monto-trabajo = partida-importe * -1
                   ELSE
                       MOVE reg-debe(regla-elegida) TO cuenta-debe
                       MOVE reg-haber(regla-elegida) TO cuenta-haber
                       MOVE partida-importe TO monto-trabajo
                   END-IF
                   ADD 1 TO asiento-actual
                   ADD monto-trabajo TO total-debe
                   ADD monto-trabajo TO total-haber
                   PERFORM FORMATEA-MONTO
                   MOVE cuenta-debe TO cuenta-linea
                   MOVE monto-punto TO debe-punto
                   MOVE "0.00" TO haber-punto
                   PERFORM ESCRIBE-LINEA-POLIZA
                   MOVE cuenta-haber TO cuenta-linea
                   MOVE "0.00" TO debe-punto
                   MOVE monto-punto TO haber-punto
                   PERFORM ESCRIBE-LINEA-POLIZA
               END-IF
           END-IF.

       ESCRIBE-LINEA-POLIZA.
           ADD 1 TO lineas-poliza
           MOVE asiento-actual TO asiento-f
           MOVE SPACES TO registro-interfaz
           STRING "D;" DELIMITED BY SIZE
               asiento-f DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(cuenta-linea) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(debe-punto) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(haber-punto) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(partida-referencia) DELIMITED BY SIZE
               INTO registro-interfaz
           WRITE registro-interfaz.

       BUSCA-REGLA.
           MOVE ZERO TO regla-elegida
           MOVE ZERO TO exactas-elegida
           MOVE ZERO TO indice-regla
           PERFORM COMPARA-REGLA
               UNTIL indice-regla >= total-reglas.

       COMPARA-REGLA.
           ADD 1 TO indice-regla
           MOVE 'S' TO regla-aplica
           MOVE ZERO TO exactas-regla
           IF reg-operacion(indice-regla) = '*'
               CONTINUE
           ELSE
               IF reg-operacion(indice-regla) = partida-operacion
                   ADD 8 TO exactas-regla
               ELSE
                   MOVE 'N' TO regla-aplica
               END-IF
           END-IF
           IF reg-tipo(indice-regla) = '*'
               CONTINUE
           ELSE
               IF reg-tipo(indice-regla) = partida-tipo
                   ADD 4 TO exactas-regla
               ELSE
                   MOVE 'N' TO regla-aplica
               END-IF
           END-IF
           IF reg-moneda(indice-regla) = '*'
               CONTINUE
           ELSE
               IF reg-moneda(indice-regla) = partida-moneda
                   ADD 2 TO exactas-regla
               ELSE
                   MOVE 'N' TO regla-aplica
               END-IF
           END-IF
           IF reg-sucursal(indice-regla) = '*'
               CONTINUE
           ELSE
               IF reg-sucursal(indice-regla) = partida-sucursal
                   ADD 1 TO exactas-regla
               ELSE
                   MOVE 'N' TO regla-aplica
               END-IF
           END-IF
           IF regla-aplica = 'S'
               AND (regla-elegida = ZERO
                    OR exactas-regla > exactas-elegida)
               MOVE indice-regla TO regla-elegida
               MOVE exactas-regla TO exactas-elegida
           END-IF.

       ESCRIBE-SIN-MAPA.
           ADD 1 TO regs-sin-mapa
           MOVE partida-importe TO importe-f
           MOVE SPACES TO registro-sin-mapa
           STRING partida-operacion DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               partida-tipo DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               partida-moneda DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               partida-sucursal DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               importe-f DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               partida-referencia DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               motivo-sin-mapa DELIMITED BY SIZE
               INTO registro-sin-mapa
           WRITE registro-sin-mapa.

      * El formato de carga pide punto decimal; el monto se parte en
      * enteros y centavos para armarlo a mano, porque los PICTURE
      * editados de esta casa llevan coma.
           END-IF.

       ESCRIBE-CONTROL.
           MOVE total-debe TO monto-trabajo
           PERFORM FORMATEA-MONTO
           MOVE monto-punto TO debe-punto
           MOVE total-haber TO monto-trabajo
           PERFORM FORMATEA-MONTO
           MOVE monto-punto TO haber-punto
           MOVE asiento-actual TO regs-extraidos-f
           MOVE lineas-poliza TO lineas-poliza-f
           MOVE SPACES TO registro-interfaz
           STRING "T;" DELIMITED BY SIZE
               FUNCTION TRIM(regs-extraidos-f) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(debe-punto) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(haber-punto) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(lineas-poliza-f) DELIMITED BY SIZE
               INTO registro-interfaz
           WRITE registro-interfaz.


           ASSIGN TO "data/retenidas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-retenidas.
           SELECT ARCHIVO-CATALOGO-AUDITORIA
           ASSIGN TO "data/auditoria-catalogo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-catalogo-aud.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-AUDITORIA.
      * La pista va en registros de 100: la linea de una transaccion
      * resubmitida lleva ademas CORR= y APR= y no cabe en 80 (los
      * lectores de la pista ya leen con registros de 100). Detras de
      * los 130 del texto va el sello de cadena de la linea
      * (registro-pista-auditoria.cpy), por eso el registro es de 159.
       01  registro-auditoria          PICTURE X(159).

       FD  ARCHIVO-SESION.
       01  registro-sesion             PICTURE X(08).
           05  umbral-limite       PICTURE 9(5)V99.

       FD  ARCHIVO-RETENIDAS.
       01  registro-retenida-archivo   PICTURE X(72).

       FD  ARCHIVO-SUSPENSO.
       01  registro-suspenso-archivo   PICTURE X(72).

       FD  ARCHIVO-RESUBMISION.
       01  registro-resubmision        PICTURE X(53).

      * Solo se lee para tomar el ultimo sello de lo ya archivado
      * cuando la pista viva quedo vacia tras el corte del mes.
       FD  ARCHIVO-CATALOGO-AUDITORIA.
       01  registro-catalogo-aud.
           05  cat-mes             PICTURE X(06).
           05  cat-estado          PICTURE X(10).
           05  FILLER              PICTURE X(01).
           05  cat-primera         PICTURE 9(09).
           05  FILLER              PICTURE X(01).
           05  cat-ultima          PICTURE 9(09).
           05  FILLER              PICTURE X(01).
           05  cat-cadena          PICTURE 9(10).
           05  FILLER              PICTURE X(01).
           05  cat-sello           PICTURE 9(10).

       WORKING-STORAGE SECTION.
           COPY "campos-suma.cpy".
               05      resub-transaccion PICTURE X(17).
               05      resub-corrector   PICTURE X(08).
               05      resub-aprobador   PICTURE X(08).
               05      resub-referencia  PICTURE X(12).
               05      resub-origen      PICTURE X(08).
      * Banco que mando la transaccion (el origen del encabezado del
      * lote, o el que trae la resubmision) y su referencia: se
      * estampan al final del resultado y de la pista como
      * " BCO=banco REF=referencia" para que CONCILIA-BANCO pueda
      * casar cada partida del estado de cuenta con lo procesado.
      * Las capturas a mano no llevan marca.
           01      origen-transaccion PICTURE X(08) VALUE SPACES.
      * Cada linea de auditoria entra tambien al almacen indexado
      * (INDAUDIT); si el almacen falla la pista de texto sigue
      * mandando y RECONSTRUYE-AUDITORIA lo recarga despues.
           01      fuente-indice   PICTURE X(06) VALUE "VIVA".
           01      resultado-indice PICTURE X(02) VALUE "00".
           01      indice-disponible PICTURE X(01) VALUE 'N'.
           01      marca-referencia   PICTURE X(30) VALUE SPACES.
      * Cada linea de la pista sale sellada: su secuencia y el valor
      * que ENCADENA calcula sobre ella y el valor de la linea
      * anterior (las primeras 144 posiciones: texto y secuencia). Al
      * abrir se toma el ultimo sello de la pista viva o, si el corte
      * del mes la dejo sin lineas selladas, el del ultimo mes
      * archivado; una pista sin sellos arranca en 0 con valor 1.
           COPY "registro-pista-auditoria.cpy".
           01      secuencia-auditoria PICTURE 9(09) VALUE ZERO.
           01      cadena-auditoria   PICTURE 9(10) VALUE 1.
           01      longitud-liga      PICTURE 9(03) VALUE 144.
           01      sello-hallado      PICTURE X(01) VALUE 'N'.
           01      fin-sellos         PICTURE X(01) VALUE 'N'.
           01      estado-archivo-catalogo-aud PICTURE X(02).
           01      resubmision-en-curso PICTURE X(01) VALUE 'N'.
           01      estado-archivo-sesion PICTURE X(02).
           01      estado-archivo-corrida PICTURE X(02).
           CALL "ENCABEZADO" USING nombre-programa, numero-pagina, "E"
           PERFORM LEE-OPERADOR-ACTUAL
           PERFORM ASIGNA-NUMERO-CORRIDA
           PERFORM UBICA-ULTIMO-SELLO
           OPEN EXTEND ARCHIVO-AUDITORIA
           IF estado-archivo-auditoria NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDITORIA
               CLOSE ARCHIVO-AUDITORIA
               OPEN EXTEND ARCHIVO-AUDITORIA
           END-IF
           CALL "INDAUDIT" USING "A", registro-auditoria,
               fuente-indice, resultado-indice
           IF resultado-indice = "00"
               MOVE 'S' TO indice-disponible
           ELSE
               DISPLAY "AVISO: ALMACEN DE AUDITORIA NO DISPONIBLE, "
                   "CORRA RECONSTRUYE-AUDITORIA."
           END-IF
           PERFORM ESCRIBE-ENCABEZADO-REPORTE
           MOVE ZERO TO total-reporte
           ACCEPT parm-lote FROM COMMAND-LINE
               PERFORM ESCRIBE-PIE-REPORTE
           END-IF
           CLOSE ARCHIVO-AUDITORIA
           CALL "INDAUDIT" USING "C", registro-auditoria,
               fuente-indice, resultado-indice
           CALL "IMPRESOR" USING "C", nombre-programa,
               numero-pagina, texto-impresion
           IF reporte-gen-abierto = 'S'
                   CONTINUE
               WHEN OTHER
                   MOVE registro-entrada-lote TO registro-transaccion
                   MOVE enc-origen TO origen-transaccion
                   ADD 1 TO regs-procesados-lote
                   IF regs-procesados-lote > registro-inicio-lote
                       PERFORM VERIFICA-RETENCION
           MOVE ZERO TO susp-nueva-var1
           MOVE ZERO TO susp-nueva-var2
           MOVE SPACES TO susp-corrector
           MOVE origen-transaccion TO susp-origen
           MOVE trans-referencia TO susp-referencia
           WRITE registro-retenida-archivo FROM registro-suspenso
           DISPLAY "[" FUNCTION TRIM(marca-tiempo-f) "] "
               "TRANSACCION RETENIDA POR UMBRAL: "
                       NOT AT END
                           MOVE resub-transaccion
                               TO registro-transaccion
                           MOVE resub-referencia TO trans-referencia
                           MOVE resub-origen TO origen-transaccion
                           PERFORM PROCESA-TRANSACCION
                   END-READ
               END-PERFORM
           MOVE 'N' TO resubmision-en-curso.

       PROCESA-TRANSACCION.
           PERFORM ARMA-MARCA-REFERENCIA
           MOVE trans-var1 TO var1
           MOVE trans-var2 TO var2
           MOVE 'N' TO division-invalida
               PERFORM ESCRIBE-RESULTADO
           END-IF.

       ARMA-MARCA-REFERENCIA.
           MOVE SPACES TO marca-referencia
           IF origen-transaccion NOT = SPACES
               STRING " BCO=" DELIMITED BY SIZE
                   FUNCTION TRIM(origen-transaccion) DELIMITED BY SIZE
                   " REF=" DELIMITED BY SIZE
                   trans-referencia DELIMITED BY SIZE
                   INTO marca-referencia
           END-IF.

       ESCRIBE-SUSPENSO.
           MOVE trans-operacion TO susp-operacion
           MOVE trans-var1 TO susp-var1
           MOVE ZERO TO susp-nueva-var1
           MOVE ZERO TO susp-nueva-var2
           MOVE SPACES TO susp-corrector
           MOVE origen-transaccion TO susp-origen
           MOVE trans-referencia TO susp-referencia
           WRITE registro-suspenso-archivo FROM registro-suspenso.

       ESCRIBE-RESULTADO.
                   var2-f              DELIMITED BY SIZE
                   " RAIZ DE NEGATIVO " DELIMITED BY SIZE
                   etiqueta-corrida    DELIMITED BY SIZE
                   marca-referencia    DELIMITED BY SIZE
                   INTO registro-resultado
           ELSE
           IF division-invalida = 'Y'
                   var2-f              DELIMITED BY SIZE
                   " DIVISION ENTRE CERO " DELIMITED BY SIZE
                   etiqueta-corrida    DELIMITED BY SIZE
                   marca-referencia    DELIMITED BY SIZE
                   INTO registro-resultado
           ELSE
               IF multiplicacion-invalida = 'Y'
                       var2-f              DELIMITED BY SIZE
                       " DESBORDAMIENTO " DELIMITED BY SIZE
                       etiqueta-corrida DELIMITED BY SIZE
                       marca-referencia DELIMITED BY SIZE
                       INTO registro-resultado
               ELSE
                   STRING trans-operacion  DELIMITED BY SIZE
                       result-f            DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       etiqueta-corrida    DELIMITED BY SIZE
                       marca-referencia    DELIMITED BY SIZE
                       INTO registro-resultado
               END-IF
           END-IF
                   FUNCTION TRIM(resub-corrector) DELIMITED BY SIZE
                   " APR=" DELIMITED BY SIZE
                   FUNCTION TRIM(resub-aprobador) DELIMITED BY SIZE
                   marca-referencia            DELIMITED BY SIZE
                   INTO registro-auditoria
           ELSE
               STRING "[" DELIMITED BY SIZE
                   operador-actual             DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   etiqueta-corrida            DELIMITED BY SIZE
                   marca-referencia            DELIMITED BY SIZE
                   INTO registro-auditoria
           END-IF
           PERFORM SELLA-LINEA-AUDITORIA
           WRITE registro-auditoria
           IF indice-disponible = 'S'
               CALL "INDAUDIT" USING "E", registro-auditoria,
                   fuente-indice, resultado-indice
               IF resultado-indice NOT = "00"
                   AND resultado-indice NOT = "SL"
                   DISPLAY "AVISO: ALMACEN DE AUDITORIA RECHAZO LA "
                       "LINEA, FILE STATUS: " resultado-indice
                       "; CORRA RECONSTRUYE-AUDITORIA."
                   MOVE 'N' TO indice-disponible
               END-IF
           END-IF.

       SELLA-LINEA-AUDITORIA.
           ADD 1 TO secuencia-auditoria
           MOVE registro-auditoria TO REGISTRO-PISTA-AUDITORIA
           MOVE " SEC=" TO PISTA-MARCA-SEC
           MOVE secuencia-auditoria TO PISTA-SECUENCIA
           MOVE " CAD=" TO PISTA-MARCA-CAD
           CALL "ENCADENA" USING REGISTRO-PISTA-AUDITORIA,
               longitud-liga, cadena-auditoria, PISTA-CADENA
           MOVE PISTA-CADENA TO cadena-auditoria
           MOVE REGISTRO-PISTA-AUDITORIA TO registro-auditoria.

       UBICA-ULTIMO-SELLO.
           MOVE 'N' TO sello-hallado
           MOVE 'N' TO fin-sellos
           OPEN INPUT ARCHIVO-AUDITORIA
           IF estado-archivo-auditoria = "00"
               PERFORM UNTIL fin-sellos = 'Y'
                   READ ARCHIVO-AUDITORIA
                       INTO REGISTRO-PISTA-AUDITORIA
                       AT END MOVE 'Y' TO fin-sellos
                       NOT AT END PERFORM TOMA-SELLO-PISTA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-AUDITORIA
           END-IF
           IF sello-hallado = 'N'
               MOVE 'N' TO fin-sellos
               OPEN INPUT ARCHIVO-CATALOGO-AUDITORIA
               IF estado-archivo-catalogo-aud = "00"
                   PERFORM UNTIL fin-sellos = 'Y'
                       READ ARCHIVO-CATALOGO-AUDITORIA
                           AT END MOVE 'Y' TO fin-sellos
                           NOT AT END PERFORM TOMA-SELLO-CATALOGO
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CATALOGO-AUDITORIA
               END-IF
           END-IF.

       TOMA-SELLO-PISTA.
           IF PISTA-MARCA-SEC = " SEC="
               AND PISTA-SECUENCIA IS NUMERIC
               AND PISTA-CADENA IS NUMERIC
               MOVE PISTA-SECUENCIA TO secuencia-auditoria
               MOVE PISTA-CADENA TO cadena-auditoria
               MOVE 'S' TO sello-hallado
           END-IF.

      * El mes con la secuencia mas alta es el ultimo archivado, aunque
      * el catalogo no venga en orden.
       TOMA-SELLO-CATALOGO.
           IF cat-ultima IS NUMERIC
               AND cat-cadena IS NUMERIC
               AND cat-ultima > secuencia-auditoria
               MOVE cat-ultima TO secuencia-auditoria
               MOVE cat-cadena TO cadena-auditoria
           END-IF.

       ESCRIBE-ENCABEZADO-REPORTE.
           MOVE "data/reporte-diario.txt" TO texto-impresion

      *          retorno asentado en data/corrida-actual.txt. El
      *          expediente sale via IMPRESOR en
      *          data/expediente-<etiqueta>.txt.
      *          Las lineas de auditoria salen del almacen indexado
      *          data/auditoria-indice.dat por la llave de corrida,
      *          asi que aparecen aunque el mes de la corrida ya este
      *          archivado, sin leer la pista completa.
      *          Del manifiesto de archivos de entrada
      *          (data/manifiesto-archivos.txt) salen los archivos que
      *          la corrida leyo, con su remitente, su llegada y sus
      *          totales de control.
      * Tectonics: cobc -x expediente-corrida.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "data/catalogo-generaciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-catalogo.
           SELECT ARCHIVO-INDICE
           ASSIGN TO "data/auditoria-indice.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDI-LLAVE
           ALTERNATE RECORD KEY IS AUDI-FECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS AUDI-CORRIDA WITH DUPLICATES
           ALTERNATE RECORD KEY IS AUDI-OPERADOR WITH DUPLICATES
           ALTERNATE RECORD KEY IS AUDI-OPERACION WITH DUPLICATES
           FILE STATUS IS estado-archivo-indice.
           SELECT ARCHIVO-RESULTADOS
           ASSIGN TO DYNAMIC nombre-resultados
           ORGANIZATION IS LINE SEQUENTIAL
           ASSIGN TO "data/suspenso.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-suspenso.
           SELECT ARCHIVO-MANIFIESTO
           ASSIGN TO "data/manifiesto-archivos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-manifiesto.
           SELECT ARCHIVO-CORRIDA-ACTUAL
           ASSIGN TO "data/corrida-actual.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           05  cat-fecha           PICTURE X(08).
           05  FILLER              PICTURE X(01).
           05  cat-estado          PICTURE X(10).
       FD  ARCHIVO-INDICE.
           COPY "registro-auditoria-indice.cpy".
       FD  ARCHIVO-RESULTADOS.
       01  registro-resultado      PICTURE X(80).
       FD  ARCHIVO-SUSPENSO.
           COPY "registro-suspenso.cpy".
       FD  ARCHIVO-MANIFIESTO.
           COPY "registro-manifiesto.cpy".
       FD  ARCHIVO-CORRIDA-ACTUAL.
       01  registro-corrida-actual PICTURE X(20).
       WORKING-STORAGE SECTION.
           01      estado-archivo-catalogo PICTURE X(02).
           01      estado-archivo-indice   PICTURE X(02).
           01      estado-archivo-resultados PICTURE X(02).
           01      estado-archivo-suspenso PICTURE X(02).
           01      estado-archivo-corrida-actual PICTURE X(02).
           01      estado-archivo-manifiesto PICTURE X(02).
           01      nombre-resultados PICTURE X(40).
           01      etiqueta-pedida PICTURE X(07).
           01      fin-catalogo    PICTURE X(01) VALUE 'N'.
           01      fin-indice      PICTURE X(01) VALUE 'N'.
           01      fin-resultados  PICTURE X(01) VALUE 'N'.
           01      fin-suspenso    PICTURE X(01) VALUE 'N'.
           01      fin-manifiesto  PICTURE X(01) VALUE 'N'.
           01      catalogo-hallado PICTURE X(01) VALUE 'N'.
           01      apariciones    PICTURE 9(03) VALUE ZERO.
           01      lineas-auditoria PICTURE 9(06) VALUE ZERO.
           01      lineas-resultados PICTURE 9(06) VALUE ZERO.
           01      lineas-suspenso PICTURE 9(06) VALUE ZERO.
           01      lineas-manifiesto PICTURE 9(06) VALUE ZERO.
           01      man-registros-f PICTURE Z(5)9.
           01      man-importe-f   PICTURE -(10)9,99.
           01      lineas-f        PICTURE Z(5)9.
      * La generacion propia de resultados puede ya estar vencida
      * (vaciada por retencion); entonces se filtra el archivo de
           PERFORM SECCION-RESULTADOS
           PERFORM SECCION-AUDITORIA
           PERFORM SECCION-SUSPENSO
           PERFORM SECCION-MANIFIESTO
           CALL "IMPRESOR" USING "C", nombre-programa,
               numero-pagina, texto-impresion
           DISPLAY "EXPEDIENTE DE " etiqueta-pedida " EN "
       SECCION-AUDITORIA.
           MOVE "-- PISTA DE AUDITORIA --" TO texto-impresion
           PERFORM IMPRIME-LINEA
           MOVE 'N' TO fin-indice
           OPEN INPUT ARCHIVO-INDICE
           IF estado-archivo-indice = "00"
               MOVE etiqueta-pedida TO AUDI-CORRIDA
               START ARCHIVO-INDICE KEY IS EQUAL TO AUDI-CORRIDA
                   INVALID KEY MOVE 'Y' TO fin-indice
               END-START
               PERFORM UNTIL fin-indice = 'Y'
                   READ ARCHIVO-INDICE NEXT
                       AT END MOVE 'Y' TO fin-indice
                       NOT AT END PERFORM FILTRA-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-INDICE
           ELSE
               MOVE SPACES TO texto-impresion
               STRING "SIN ALMACEN DE AUDITORIA, FILE STATUS "
                   DELIMITED BY SIZE
                   estado-archivo-indice DELIMITED BY SIZE
                   " (CORRA RECONSTRUYE-AUDITORIA)" DELIMITED BY SIZE
                   INTO texto-impresion
               PERFORM IMPRIME-LINEA
           END-IF
           MOVE lineas-auditoria TO lineas-f
           MOVE SPACES TO texto-impresion
               INTO texto-impresion
           PERFORM IMPRIME-LINEA.

      * Las lineas de la corrida vienen juntas por la llave; la
      * primera de otra corrida termina la seccion.
       FILTRA-AUDITORIA.
           IF AUDI-CORRIDA NOT = etiqueta-pedida
               MOVE 'Y' TO fin-indice
           ELSE
               ADD 1 TO lineas-auditoria
               MOVE AUDI-LINEA TO texto-impresion
               PERFORM IMPRIME-LINEA
           END-IF.

               PERFORM IMPRIME-LINEA
           END-IF.

       SECCION-MANIFIESTO.
           MOVE "-- ARCHIVOS DE ENTRADA --" TO texto-impresion
           PERFORM IMPRIME-LINEA
           MOVE 'N' TO fin-manifiesto
           OPEN INPUT ARCHIVO-MANIFIESTO
           IF estado-archivo-manifiesto = "00"
               PERFORM UNTIL fin-manifiesto = 'Y'
                   READ ARCHIVO-MANIFIESTO
                       AT END MOVE 'Y' TO fin-manifiesto
                       NOT AT END PERFORM FILTRA-MANIFIESTO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-MANIFIESTO
           END-IF
           MOVE lineas-manifiesto TO lineas-f
           MOVE SPACES TO texto-impresion
           STRING "ARCHIVOS LEIDOS POR LA CORRIDA: " DELIMITED BY SIZE
               lineas-f DELIMITED BY SIZE
               INTO texto-impresion
           PERFORM IMPRIME-LINEA.

       FILTRA-MANIFIESTO.
           IF MAN-CORRIDA = etiqueta-pedida
               ADD 1 TO lineas-manifiesto
               MOVE MAN-REGISTROS TO man-registros-f
               MOVE MAN-IMPORTE TO man-importe-f
               MOVE SPACES TO texto-impresion
               STRING MAN-ARCHIVO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MAN-ORIGEN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MAN-LLEGADA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   man-registros-f DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   man-importe-f DELIMITED BY SIZE
                   INTO texto-impresion
               PERFORM IMPRIME-LINEA
           END-IF.

       END PROGRAM EXPEDIENTE-CORRIDA.

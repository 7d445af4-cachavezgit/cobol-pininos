      * Date: 21Ago26
      * Purpose: Consulta de la pista de auditoria sin tener que andar
      *          buscando a mano: filtra por rango de fechas, codigo de
      *          operacion, monto (contra cualquiera de los operandos
      *          o el resultado), operador que capturo, operador que
      *          corrigio o aprobo una resubmision, y etiqueta de
      *          corrida, y deja un extracto impreso en
      *          data/consulta-auditoria.txt. La consulta ya no lee la
      *          pista viva y cada mes archivado de punta a punta: va
      *          al almacen indexado data/auditoria-indice.dat (que
      *          tiene la pista viva y los meses VIGENTE) y entra por
      *          la llave que mas acota lo pedido (corrida, operador,
      *          fecha u operacion, en ese orden); los demas filtros
      *          se aplican sobre lo que esa llave devuelve.
      * Tectonics: cobc -m consulta-auditoria.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARCHIVO-EXTRACTO
           ASSIGN TO "data/consulta-auditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-extracto.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-INDICE.
           COPY "registro-auditoria-indice.cpy".
       FD  ARCHIVO-EXTRACTO.
       01  registro-extracto       PICTURE X(130).
       WORKING-STORAGE SECTION.
           01      estado-archivo-indice   PICTURE X(02).
           01      estado-archivo-extracto PICTURE X(02).
           01      fin-indice      PICTURE X(01) VALUE 'N'.
           01      entrada-texto   PICTURE X(10).
           01      filtro-desde    PICTURE X(08) VALUE SPACES.
           01      filtro-hasta    PICTURE X(08) VALUE SPACES.
           01      filtro-operacion PICTURE X(01) VALUE SPACE.
           01      filtro-monto    PICTURE S9(5)V99 VALUE ZERO.
           01      filtro-monto-activo PICTURE X(01) VALUE 'N'.
           01      filtro-operador PICTURE X(08) VALUE SPACES.
           01      filtro-firma    PICTURE X(08) VALUE SPACES.
           01      filtro-corrida  PICTURE X(07) VALUE SPACES.
      * Llave por la que se entra al almacen: CORRIDA, OPERADOR,
      * FECHA, OPERACION o, sin ninguno de esos filtros, MARCA (todo
      * en orden de fecha y hora).
           01      llave-consulta  PICTURE X(10) VALUE SPACES.
           01      linea-cumple    PICTURE X(01) VALUE 'N'.
           01      lineas-halladas PICTURE 9(06) VALUE ZERO.
           01      lineas-halladas-f PICTURE Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACE TO filtro-operacion
           MOVE ZERO TO filtro-monto
           MOVE 'N' TO filtro-monto-activo
           MOVE SPACES TO filtro-operador
           MOVE SPACES TO filtro-firma
           MOVE SPACES TO filtro-corrida
           PERFORM CAPTURA-FILTROS
           OPEN INPUT ARCHIVO-INDICE
           IF estado-archivo-indice NOT = "00"
               DISPLAY "ERROR OPENING data/auditoria-indice.dat, "
                   "FILE STATUS: " estado-archivo-indice
                   " (CORRA RECONSTRUYE-AUDITORIA)"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN OUTPUT ARCHIVO-EXTRACTO
           IF estado-archivo-extracto NOT = "00"
               DISPLAY "ERROR OPENING data/consulta-auditoria.txt, "
                   "FILE STATUS: " estado-archivo-extracto
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-INDICE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM ESCRIBE-ENCABEZADO-EXTRACTO
           PERFORM POSICIONA-INDICE
           PERFORM UNTIL fin-indice = 'Y'
               READ ARCHIVO-INDICE NEXT
                   AT END MOVE 'Y' TO fin-indice
                   NOT AT END PERFORM FILTRA-LINEA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INDICE
           MOVE lineas-halladas TO lineas-halladas-f
           MOVE SPACES TO registro-extracto
           STRING "LINEAS HALLADAS: " DELIMITED BY SIZE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(entrada-texto))
                   TO filtro-monto
               MOVE 'S' TO filtro-monto-activo
           END-IF
           DISPLAY "Operador que capturo (vacio = todos):"
           ACCEPT entrada-texto
           MOVE entrada-texto(1:8) TO filtro-operador
           DISPLAY "Operador que corrigio o aprobo (vacio = todos):"
           ACCEPT entrada-texto
           MOVE entrada-texto(1:8) TO filtro-firma
           DISPLAY "Etiqueta de corrida (C000123, vacio = todas):"
           ACCEPT entrada-texto
           MOVE entrada-texto(1:7) TO filtro-corrida.

       ESCRIBE-ENCABEZADO-EXTRACTO.
           MOVE SPACES TO registro-extracto
               filtro-hasta DELIMITED BY SIZE
               "  OPERACION: " DELIMITED BY SIZE
               filtro-operacion DELIMITED BY SIZE
               "  OPERADOR: " DELIMITED BY SIZE
               filtro-operador DELIMITED BY SIZE
               "  CORR/APR: " DELIMITED BY SIZE
               filtro-firma DELIMITED BY SIZE
               "  CORRIDA: " DELIMITED BY SIZE
               filtro-corrida DELIMITED BY SIZE
               INTO registro-extracto
           WRITE registro-extracto.

      * Se entra por la llave mas selectiva que traiga la consulta;
      * si la llave no tiene nada que mostrar no se lee el almacen.
       POSICIONA-INDICE.
           MOVE 'N' TO fin-indice
           EVALUATE TRUE
               WHEN filtro-corrida NOT = SPACES
                   MOVE "CORRIDA" TO llave-consulta
                   MOVE filtro-corrida TO AUDI-CORRIDA
                   START ARCHIVO-INDICE KEY IS EQUAL TO AUDI-CORRIDA
                       INVALID KEY MOVE 'Y' TO fin-indice
                   END-START
               WHEN filtro-operador NOT = SPACES
                   MOVE "OPERADOR" TO llave-consulta
                   MOVE filtro-operador TO AUDI-OPERADOR
                   START ARCHIVO-INDICE KEY IS EQUAL TO AUDI-OPERADOR
                       INVALID KEY MOVE 'Y' TO fin-indice
                   END-START
               WHEN filtro-desde NOT = SPACES
                   OR filtro-hasta NOT = SPACES
                   MOVE "FECHA" TO llave-consulta
                   MOVE filtro-desde TO AUDI-FECHA
                   START ARCHIVO-INDICE
                       KEY IS NOT LESS THAN AUDI-FECHA
                       INVALID KEY MOVE 'Y' TO fin-indice
                   END-START
               WHEN filtro-operacion NOT = SPACE
                   MOVE "OPERACION" TO llave-consulta
                   MOVE filtro-operacion TO AUDI-OPERACION
                   START ARCHIVO-INDICE
                       KEY IS EQUAL TO AUDI-OPERACION
                       INVALID KEY MOVE 'Y' TO fin-indice
                   END-START
               WHEN OTHER
                   MOVE "MARCA" TO llave-consulta
                   MOVE LOW-VALUES TO AUDI-LLAVE
                   START ARCHIVO-INDICE
                       KEY IS NOT LESS THAN AUDI-LLAVE
                       INVALID KEY MOVE 'Y' TO fin-indice
                   END-START
           END-EVALUATE.

      * La lectura sigue el orden de la llave elegida: en cuanto la
      * llave deja de valer lo pedido (otra corrida, otro operador,
      * otra operacion, o una fecha pasada del limite) ya no hay mas
      * que buscar.
       FILTRA-LINEA.
           EVALUATE llave-consulta
               WHEN "CORRIDA"
                   IF AUDI-CORRIDA NOT = filtro-corrida
                       MOVE 'Y' TO fin-indice
                   END-IF
               WHEN "OPERADOR"
                   IF AUDI-OPERADOR NOT = filtro-operador
                       MOVE 'Y' TO fin-indice
                   END-IF
               WHEN "FECHA"
                   IF filtro-hasta NOT = SPACES
                       AND AUDI-FECHA > filtro-hasta
                       MOVE 'Y' TO fin-indice
                   END-IF
               WHEN "OPERACION"
                   IF AUDI-OPERACION NOT = filtro-operacion
                       MOVE 'Y' TO fin-indice
                   END-IF
           END-EVALUATE
           IF fin-indice = 'Y'
               MOVE 'N' TO linea-cumple
           ELSE
               PERFORM APLICA-FILTROS
           END-IF
           IF linea-cumple = 'S'
               ADD 1 TO lineas-halladas
               WRITE registro-extracto FROM AUDI-LINEA
           END-IF.

       APLICA-FILTROS.
           MOVE 'S' TO linea-cumple
           IF filtro-desde NOT = SPACES
               AND AUDI-FECHA < filtro-desde
               MOVE 'N' TO linea-cumple
           END-IF
           IF filtro-hasta NOT = SPACES
               AND AUDI-FECHA > filtro-hasta
               MOVE 'N' TO linea-cumple
           END-IF
           IF filtro-operacion NOT = SPACE
               AND AUDI-OPERACION NOT = filtro-operacion
               MOVE 'N' TO linea-cumple
           END-IF
           IF filtro-operador NOT = SPACES
               AND AUDI-OPERADOR NOT = filtro-operador
               MOVE 'N' TO linea-cumple
           END-IF
           IF filtro-corrida NOT = SPACES
               AND AUDI-CORRIDA NOT = filtro-corrida
               MOVE 'N' TO linea-cumple
           END-IF
           IF filtro-firma NOT = SPACES
               AND AUDI-CORRECTOR NOT = filtro-firma
               AND AUDI-APROBADOR NOT = filtro-firma
               MOVE 'N' TO linea-cumple
           END-IF
           IF linea-cumple = 'S'
               AND filtro-monto-activo = 'S'
               AND AUDI-VALOR1 NOT = filtro-monto
               AND AUDI-VALOR2 NOT = filtro-monto
               AND AUDI-RESULTADO NOT = filtro-monto
               MOVE 'N' TO linea-cumple
           END-IF.

       END PROGRAM CONSULTA-AUDITORIA.

      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Recarga completa del almacen indexado de la pista de
      *          auditoria (data/auditoria-indice.dat): lo abre vacio
      *          por INDAUDIT y vuelve a indexar cada mes archivado
      *          que el catalogo (data/auditoria-catalogo.txt) tenga
      *          VIGENTE y luego la pista viva (data/auditoria.txt).
      *          Se corre despues del corte mensual de la pista, para
      *          que los meses VENCIDA salgan tambien del almacen, y
      *          cada vez que el almacen se pierda o se dude de el;
      *          entre cortes OPERACIONES-MATEMATICAS lo mantiene al
      *          dia al escribir cada linea. Al final deja en pantalla
      *          las lineas leidas, indexadas y omitidas por fuente.
      *          RETURN-CODE 16 si el almacen no se puede abrir o una
      *          linea no se puede grabar.
      * Tectonics: cobc -x reconstruye-auditoria.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONSTRUYE-AUDITORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PISTA
           ASSIGN TO DYNAMIC nombre-archivo-pista
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-pista.
           SELECT ARCHIVO-CATALOGO
           ASSIGN TO "data/auditoria-catalogo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-catalogo.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PISTA.
      * Los 130 del texto de la linea y su sello de cadena.
       01  registro-pista          PICTURE X(159).
       FD  ARCHIVO-CATALOGO.
       01  registro-catalogo.
           05  cat-mes             PICTURE X(06).
           05  cat-estado          PICTURE X(10).
           05  FILLER              PICTURE X(42).
       WORKING-STORAGE SECTION.
           01      estado-archivo-pista    PICTURE X(02).
           01      estado-archivo-catalogo PICTURE X(02).
           01      nombre-archivo-pista    PICTURE X(40).
           01      fuente-pista    PICTURE X(06).
           01      resultado-indice PICTURE X(02).
           01      fin-pista       PICTURE X(01) VALUE 'N'.
           01      fin-catalogo    PICTURE X(01) VALUE 'N'.
           01      falla-indice    PICTURE X(01) VALUE 'N'.
           01      lineas-leidas   PICTURE 9(07) VALUE ZERO.
           01      lineas-indexadas PICTURE 9(07) VALUE ZERO.
           01      lineas-omitidas PICTURE 9(07) VALUE ZERO.
           01      total-leidas    PICTURE 9(07) VALUE ZERO.
           01      total-indexadas PICTURE 9(07) VALUE ZERO.
           01      total-omitidas  PICTURE 9(07) VALUE ZERO.
           01      fuentes-cargadas PICTURE 9(03) VALUE ZERO.
           01      total-meses     PICTURE 9(03) COMP VALUE ZERO.
           01      indice-mes      PICTURE 9(03) COMP VALUE ZERO.
           01      tabla-meses.
               05      renglon-mes OCCURS 300 TIMES.
                   10      tab-mes        PICTURE X(06).
                   10      tab-mes-estado PICTURE X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "INDAUDIT" USING "N", registro-pista, fuente-pista,
               resultado-indice
           IF resultado-indice NOT = "00"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM CARGA-CATALOGO
           MOVE ZERO TO indice-mes
           PERFORM RECARGA-MES-ARCHIVADO
               UNTIL indice-mes >= total-meses
                  OR falla-indice = 'S'
           IF falla-indice = 'N'
               MOVE "data/auditoria.txt" TO nombre-archivo-pista
               MOVE "VIVA" TO fuente-pista
               PERFORM RECARGA-PISTA THRU RECARGA-PISTA-FIN
           END-IF
           CALL "INDAUDIT" USING "C", registro-pista, fuente-pista,
               resultado-indice
           DISPLAY "ALMACEN DE AUDITORIA RECARGADO DE "
               fuentes-cargadas " FUENTES: " total-leidas
               " LINEAS LEIDAS, " total-indexadas " INDEXADAS, "
               total-omitidas " OMITIDAS"
           IF falla-indice = 'S'
               DISPLAY "RECARGA INCOMPLETA: EL ALMACEN NO ACEPTO UNA "
                   "LINEA DE " FUNCTION TRIM(nombre-archivo-pista)
                   ", FILE STATUS: " resultado-indice
               MOVE 16 TO RETURN-CODE
           END-IF.
       MAIN-PROCEDURE-EXIT.
           GOBACK.

       CARGA-CATALOGO.
           MOVE ZERO TO total-meses
           MOVE 'N' TO fin-catalogo
           OPEN INPUT ARCHIVO-CATALOGO
           IF estado-archivo-catalogo = "00"
               PERFORM UNTIL fin-catalogo = 'Y'
                   READ ARCHIVO-CATALOGO
                       AT END MOVE 'Y' TO fin-catalogo
                       NOT AT END PERFORM CARGA-MES
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CATALOGO
           END-IF.

       CARGA-MES.
           IF total-meses >= 300
               DISPLAY "AVISO: CATALOGO DE AUDITORIA LLENO."
           ELSE
               ADD 1 TO total-meses
               MOVE cat-mes TO tab-mes(total-meses)
               MOVE cat-estado TO tab-mes-estado(total-meses)
           END-IF.

      * Los meses VENCIDA ya fueron vaciados por la retencion y no
      * vuelven al almacen.
       RECARGA-MES-ARCHIVADO.
           ADD 1 TO indice-mes
           IF tab-mes-estado(indice-mes) = "VIGENTE"
               MOVE SPACES TO nombre-archivo-pista
               STRING "data/auditoria-" DELIMITED BY SIZE
                   tab-mes(indice-mes) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO nombre-archivo-pista
               MOVE tab-mes(indice-mes) TO fuente-pista
               PERFORM RECARGA-PISTA THRU RECARGA-PISTA-FIN
           END-IF.

       RECARGA-PISTA.
           MOVE ZERO TO lineas-leidas
           MOVE ZERO TO lineas-indexadas
           MOVE ZERO TO lineas-omitidas
           MOVE 'N' TO fin-pista
           OPEN INPUT ARCHIVO-PISTA
           IF estado-archivo-pista NOT = "00"
               DISPLAY "AVISO: NO SE PUDO LEER "
                   FUNCTION TRIM(nombre-archivo-pista)
                   ", FILE STATUS: " estado-archivo-pista
               GO TO RECARGA-PISTA-FIN
           END-IF
           PERFORM UNTIL fin-pista = 'Y' OR falla-indice = 'S'
               READ ARCHIVO-PISTA
                   AT END MOVE 'Y' TO fin-pista
                   NOT AT END PERFORM INDEXA-LINEA-PISTA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PISTA
           ADD 1 TO fuentes-cargadas
           ADD lineas-leidas TO total-leidas
           ADD lineas-indexadas TO total-indexadas
           ADD lineas-omitidas TO total-omitidas
           DISPLAY "  " FUNCTION TRIM(nombre-archivo-pista) ": "
               lineas-leidas " LEIDAS, " lineas-indexadas
               " INDEXADAS, " lineas-omitidas " OMITIDAS".
       RECARGA-PISTA-FIN.
           EXIT.

       INDEXA-LINEA-PISTA.
           ADD 1 TO lineas-leidas
           CALL "INDAUDIT" USING "E", registro-pista, fuente-pista,
               resultado-indice
           EVALUATE resultado-indice
               WHEN "00"
                   ADD 1 TO lineas-indexadas
               WHEN "SL"
                   ADD 1 TO lineas-omitidas
               WHEN OTHER
                   MOVE 'S' TO falla-indice
           END-EVALUATE.

       END PROGRAM RECONSTRUYE-AUDITORIA.

      *          archivos mas viejos se vacian y quedan marcados como
      *          VENCIDA en el catalogo. Antes la pista crecia para
      *          siempre porque el lote siempre abre en EXTEND.
      *          Cada mes se sella al archivarse: su renglon del
      *          catalogo lleva la primera y la ultima secuencia de
      *          las lineas selladas que recibio, el valor encadenado
      *          de la ultima (de donde sigue la cadena del mes
      *          siguiente aunque este se purgue) y el sello del mes,
      *          que ENCADENA calcula sobre cada linea del archivo
      *          partiendo del sello del renglon anterior del
      *          catalogo. VERIFICA-AUDITORIA los recalcula.
      * Tectonics: cobc -x archiva-auditoria.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-AUDITORIA.
       01  registro-auditoria      PICTURE X(159).
       FD  ARCHIVO-MENSUAL.
       01  registro-mensual        PICTURE X(159).
       FD  ARCHIVO-CATALOGO.
       01  registro-catalogo.
           05  cat-mes             PICTURE X(06).
           05  cat-estado          PICTURE X(10).
           05  cat-sellos          PICTURE X(42).
       WORKING-STORAGE SECTION.
           01      estado-archivo-auditoria PICTURE X(02).
           01      estado-archivo-mensual   PICTURE X(02).
           01      indice-vigente  PICTURE 9(05) COMP VALUE ZERO.
           01      tabla-vigentes.
               05      linea-vigente OCCURS 5000 TIMES
                                      PICTURE X(159).
           01      total-catalogo  PICTURE 9(03) COMP VALUE ZERO.
           01      indice-catalogo PICTURE 9(03) COMP VALUE ZERO.
           01      mes-en-catalogo PICTURE X(01) VALUE 'N'.
               05      renglon-catalogo OCCURS 300 TIMES.
                   10      tab-cat-mes    PICTURE X(06).
                   10      tab-cat-estado PICTURE X(10).
      * Los renglones de antes del sello traen esto en blanco.
                   10      tab-cat-sellos.
                       15      FILLER          PICTURE X(01).
                       15      tab-cat-primera PICTURE 9(09).
                       15      FILLER          PICTURE X(01).
                       15      tab-cat-ultima  PICTURE 9(09).
                       15      FILLER          PICTURE X(01).
                       15      tab-cat-cadena  PICTURE 9(10).
                       15      FILLER          PICTURE X(01).
                       15      tab-cat-sello   PICTURE 9(10).
           01      indice-mes-abierto PICTURE 9(03) COMP VALUE ZERO.
           COPY "registro-pista-auditoria.cpy".
           01      longitud-mes    PICTURE 9(03) VALUE 159.
           01      sello-anterior  PICTURE 9(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM REGISTRA-MES-CATALOGO
           END-IF
           WRITE registro-mensual FROM registro-auditoria
           IF indice-mes-abierto > ZERO
               PERFORM SELLA-LINEA-ARCHIVADA
           END-IF
           ADD 1 TO lineas-archivadas.

      * Un renglon de antes del sello (sello en blanco) que vuelve a
      * recibir lineas se deja sin sellar: su sello no cubriria lo que
      * ya tenia el archivo.
       SELLA-LINEA-ARCHIVADA.
           IF tab-cat-sello(indice-mes-abierto) IS NUMERIC
               MOVE tab-cat-sello(indice-mes-abierto)
                   TO sello-anterior
               CALL "ENCADENA" USING registro-auditoria, longitud-mes,
                   sello-anterior, tab-cat-sello(indice-mes-abierto)
               MOVE registro-auditoria TO REGISTRO-PISTA-AUDITORIA
               IF PISTA-MARCA-SEC = " SEC="
                   AND PISTA-SECUENCIA IS NUMERIC
                   AND PISTA-CADENA IS NUMERIC
                   IF tab-cat-primera(indice-mes-abierto)
                       IS NOT NUMERIC
                       MOVE PISTA-SECUENCIA
                           TO tab-cat-primera(indice-mes-abierto)
                   END-IF
                   MOVE PISTA-SECUENCIA
                       TO tab-cat-ultima(indice-mes-abierto)
                   MOVE PISTA-CADENA
                       TO tab-cat-cadena(indice-mes-abierto)
               END-IF
           END-IF.

      * Un mes nuevo arranca su sello del sello del renglon anterior
      * del catalogo (1 si no hay o no esta sellado).
       REGISTRA-MES-CATALOGO.
           MOVE 'N' TO mes-en-catalogo
           MOVE ZERO TO indice-catalogo
           MOVE ZERO TO indice-mes-abierto
           PERFORM BUSCA-MES-CATALOGO
               UNTIL mes-en-catalogo = 'S'
                  OR indice-catalogo >= total-catalogo
           IF mes-en-catalogo = 'S'
               MOVE indice-catalogo TO indice-mes-abierto
           ELSE
               IF total-catalogo >= 300
                   DISPLAY "AVISO: CATALOGO DE AUDITORIA LLENO."
               ELSE
                   ADD 1 TO total-catalogo
                   MOVE mes-linea TO tab-cat-mes(total-catalogo)
                   MOVE "VIGENTE" TO tab-cat-estado(total-catalogo)
                   MOVE SPACES TO tab-cat-sellos(total-catalogo)
                   MOVE 1 TO tab-cat-sello(total-catalogo)
                   IF total-catalogo > 1
                       IF tab-cat-sello(total-catalogo - 1)
                           IS NUMERIC
                           MOVE tab-cat-sello(total-catalogo - 1)
                               TO tab-cat-sello(total-catalogo)
                       END-IF
                   END-IF
                   MOVE total-catalogo TO indice-mes-abierto
               END-IF
           END-IF.

               ADD 1 TO total-catalogo
               MOVE cat-mes TO tab-cat-mes(total-catalogo)
               MOVE cat-estado TO tab-cat-estado(total-catalogo)
               MOVE cat-sellos TO tab-cat-sellos(total-catalogo)
           END-IF.

       REESCRIBE-CATALOGO.
           ADD 1 TO indice-catalogo
           MOVE tab-cat-mes(indice-catalogo) TO cat-mes
           MOVE tab-cat-estado(indice-catalogo) TO cat-estado
           MOVE tab-cat-sellos(indice-catalogo) TO cat-sellos
           WRITE registro-catalogo.

       END PROGRAM ARCHIVA-AUDITORIA.

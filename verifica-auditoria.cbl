      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Verificacion de la cadena de la pista de auditoria.
      *          Cada linea que escribe OPERACIONES-MATEMATICAS lleva
      *          su secuencia y un valor encadenado (ENCADENA sobre la
      *          linea y el valor de la anterior), y cada mes que
      *          archiva ARCHIVA-AUDITORIA queda sellado en su renglon
      *          del catalogo (data/auditoria-catalogo.txt). Este
      *          programa recorre en orden del catalogo los meses
      *          archivados VIGENTE y luego la pista viva
      *          (data/auditoria.txt) y recalcula todo: una secuencia
      *          que brinca es un rango de lineas que falta, una linea
      *          cuyo valor no sale de su texto y del anterior fue
      *          cambiada despues de escrita, una linea sin sello en
      *          medio de la cadena fue agregada a mano, y un mes cuyo
      *          sello no cuadra cambio despues de archivado. Los
      *          meses VENCIDA ya no tienen lineas; de su renglon se
      *          toma la ultima secuencia y el valor con que sigue la
      *          cadena. Las lineas anteriores a la cadena (sin sello
      *          y antes de la primera sellada) solo se cuentan.
      *          Cada hallazgo queda en data/verificacion-auditoria.txt
      *          con su fuente, linea y secuencia, y el primero se
      *          repite al final como el primer enlace roto.
      *          RETURN-CODE 0 cadena integra, 8 con hallazgos, 16 si
      *          no se pudo escribir el informe. El flujo diario lo
      *          corre antes de que OPS agregue lineas a la pista.
      * Tectonics: cobc -x verifica-auditoria.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-AUDITORIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA
               SYMBOLIC CHARACTERS ANGULAR-DERECHA IS 61
                                   ANGULAR-IZQUIERDA IS 63.
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
           SELECT ARCHIVO-INFORME
           ASSIGN TO "data/verificacion-auditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-informe.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PISTA.
       01  registro-pista          PICTURE X(159).
       FD  ARCHIVO-CATALOGO.
       01  registro-catalogo.
           05  cat-mes             PICTURE X(06).
           05  cat-estado          PICTURE X(10).
           05  cat-sellos          PICTURE X(42).
       FD  ARCHIVO-INFORME.
       01  registro-informe        PICTURE X(100).
       WORKING-STORAGE SECTION.
           01      estado-archivo-pista    PICTURE X(02).
           01      estado-archivo-catalogo PICTURE X(02).
           01      estado-archivo-informe  PICTURE X(02).
           01      nombre-archivo-pista    PICTURE X(40).
           01      fuente-pista    PICTURE X(06).
           01      fin-pista       PICTURE X(01) VALUE 'N'.
           01      fin-catalogo    PICTURE X(01) VALUE 'N'.
           COPY "registro-pista-auditoria.cpy".
      * Con que valor sigue la cadena: la secuencia y el valor de la
      * ultima linea sellada vista (o del ultimo mes vencido), y el
      * sello del ultimo renglon del catalogo, del que arranca el
      * sello del mes siguiente.
           01      secuencia-anterior PICTURE 9(09) VALUE ZERO.
           01      cadena-anterior PICTURE 9(10) VALUE 1.
           01      cadena-calculada PICTURE 9(10).
           01      cadena-iniciada PICTURE X(01) VALUE 'N'.
           01      sello-anterior  PICTURE 9(10) VALUE 1.
           01      sello-calculado PICTURE 9(10).
           01      sello-previo    PICTURE 9(10).
           01      calcula-sello   PICTURE X(01) VALUE 'N'.
           01      longitud-liga   PICTURE 9(03) VALUE 144.
           01      longitud-mes    PICTURE 9(03) VALUE 159.
           01      secuencia-desde PICTURE 9(09).
           01      secuencia-hasta PICTURE 9(09).
           01      secuencia-hallazgo PICTURE 9(09).
           01      linea-fisica    PICTURE 9(07) VALUE ZERO.
      * Cifras del informe.
           01      lineas-leidas   PICTURE 9(07) VALUE ZERO.
           01      lineas-verificadas PICTURE 9(07) VALUE ZERO.
           01      lineas-sin-sello PICTURE 9(07) VALUE ZERO.
           01      meses-revisados PICTURE 9(03) VALUE ZERO.
           01      meses-vencidos  PICTURE 9(03) VALUE ZERO.
           01      meses-sin-sello PICTURE 9(03) VALUE ZERO.
           01      hallazgos       PICTURE 9(06) VALUE ZERO.
           01      texto-hallazgo  PICTURE X(60).
           01      linea-hallazgo  PICTURE X(100).
           01      primer-hallazgo PICTURE X(100) VALUE SPACES.
           01      cifra-f         PICTURE Z(6)9.
           01      total-meses     PICTURE 9(03) COMP VALUE ZERO.
           01      indice-mes      PICTURE 9(03) COMP VALUE ZERO.
           01      tabla-meses.
               05      renglon-mes OCCURS 300 TIMES.
                   10      tab-mes        PICTURE X(06).
                   10      tab-mes-estado PICTURE X(10).
      * Los renglones de antes del sello traen esto en blanco.
                   10      tab-mes-sellos.
                       15      FILLER          PICTURE X(01).
                       15      tab-mes-primera PICTURE 9(09).
                       15      FILLER          PICTURE X(01).
                       15      tab-mes-ultima  PICTURE 9(09).
                       15      FILLER          PICTURE X(01).
                       15      tab-mes-cadena  PICTURE 9(10).
                       15      FILLER          PICTURE X(01).
                       15      tab-mes-sello   PICTURE 9(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT ARCHIVO-INFORME
           IF estado-archivo-informe NOT = "00"
               DISPLAY "ERROR OPENING data/verificacion-auditoria.txt, "
                   "FILE STATUS: " estado-archivo-informe
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE SPACES TO registro-informe
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " VERIFICACION DE LA CADENA DE AUDITORIA "
               DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ANGULAR-IZQUIERDA DELIMITED BY SIZE
               INTO registro-informe
           WRITE registro-informe
           PERFORM CARGA-CATALOGO
           MOVE ZERO TO indice-mes
           PERFORM VERIFICA-MES UNTIL indice-mes >= total-meses
           MOVE "data/auditoria.txt" TO nombre-archivo-pista
           MOVE "VIVA" TO fuente-pista
           MOVE 'N' TO calcula-sello
           PERFORM RECORRE-PISTA THRU RECORRE-PISTA-FIN
           PERFORM ESCRIBE-RESUMEN
           CLOSE ARCHIVO-INFORME
           IF hallazgos > ZERO
               MOVE 8 TO RETURN-CODE
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
               MOVE cat-sellos TO tab-mes-sellos(total-meses)
           END-IF.

       VERIFICA-MES.
           ADD 1 TO indice-mes
           EVALUATE tab-mes-estado(indice-mes)
               WHEN "VIGENTE"
                   PERFORM VERIFICA-ARCHIVO-MES
                       THRU VERIFICA-ARCHIVO-MES-FIN
               WHEN "VENCIDA"
                   ADD 1 TO meses-vencidos
                   MOVE tab-mes(indice-mes) TO fuente-pista
                   MOVE ZERO TO linea-fisica
                   PERFORM ANCLA-MES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF tab-mes-sello(indice-mes) IS NUMERIC
               MOVE tab-mes-sello(indice-mes) TO sello-anterior
           ELSE
               MOVE 1 TO sello-anterior
           END-IF.

      * El sello del mes se recalcula sobre cada linea del archivo
      * partiendo del sello del renglon anterior, igual que al
      * archivar.
       VERIFICA-ARCHIVO-MES.
           ADD 1 TO meses-revisados
           MOVE SPACES TO nombre-archivo-pista
           STRING "data/auditoria-" DELIMITED BY SIZE
               tab-mes(indice-mes) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO nombre-archivo-pista
           MOVE tab-mes(indice-mes) TO fuente-pista
           MOVE sello-anterior TO sello-calculado
           MOVE 'S' TO calcula-sello
           PERFORM RECORRE-PISTA THRU RECORRE-PISTA-FIN
      * Sin archivo falta todo el rango que el renglon dice tener.
           IF estado-archivo-pista NOT = "00"
               PERFORM ANCLA-MES
               IF tab-mes-primera(indice-mes) IS NUMERIC
                   AND tab-mes-ultima(indice-mes) IS NUMERIC
                   MOVE tab-mes-primera(indice-mes) TO secuencia-desde
                   MOVE tab-mes-ultima(indice-mes) TO secuencia-hasta
                   PERFORM REGISTRA-FALTANTE
               END-IF
               GO TO VERIFICA-ARCHIVO-MES-FIN
           END-IF
      * Lo que se ve al cerrar el mes es del archivo completo, no de
      * una linea: va con linea cero.
           MOVE ZERO TO linea-fisica
           IF tab-mes-sello(indice-mes) IS NOT NUMERIC
               ADD 1 TO meses-sin-sello
           ELSE
               IF sello-calculado NOT = tab-mes-sello(indice-mes)
                   MOVE SPACES TO texto-hallazgo
                   STRING "EL SELLO DEL MES NO CUADRA, CAMBIO "
                       DELIMITED BY SIZE
                       "DESPUES DE ARCHIVADO" DELIMITED BY SIZE
                       INTO texto-hallazgo
                   PERFORM REGISTRA-HALLAZGO
               END-IF
           END-IF
           IF tab-mes-ultima(indice-mes) IS NUMERIC
               AND tab-mes-cadena(indice-mes) IS NUMERIC
               AND tab-mes-ultima(indice-mes) > secuencia-anterior
               COMPUTE secuencia-desde = secuencia-anterior + 1
               MOVE tab-mes-ultima(indice-mes) TO secuencia-hasta
               PERFORM REGISTRA-FALTANTE
               MOVE tab-mes-ultima(indice-mes) TO secuencia-anterior
               MOVE tab-mes-cadena(indice-mes) TO cadena-anterior
               MOVE 'S' TO cadena-iniciada
           END-IF.
       VERIFICA-ARCHIVO-MES-FIN.
           EXIT.

      * Un mes sin lineas que revisar (vencido o sin archivo) solo
      * aporta su renglon: si su primera secuencia no sigue a lo ya
      * visto falta un rango, y la cadena sigue con su ultimo valor.
       ANCLA-MES.
           IF tab-mes-ultima(indice-mes) IS NUMERIC
               AND tab-mes-cadena(indice-mes) IS NUMERIC
               IF tab-mes-primera(indice-mes) IS NUMERIC
                   AND tab-mes-primera(indice-mes)
                       > secuencia-anterior + 1
                   COMPUTE secuencia-desde = secuencia-anterior + 1
                   COMPUTE secuencia-hasta
                       = tab-mes-primera(indice-mes) - 1
                   PERFORM REGISTRA-FALTANTE
               END-IF
               MOVE tab-mes-ultima(indice-mes) TO secuencia-anterior
               MOVE tab-mes-cadena(indice-mes) TO cadena-anterior
               MOVE 'S' TO cadena-iniciada
           END-IF.

       RECORRE-PISTA.
           MOVE ZERO TO linea-fisica
           MOVE 'N' TO fin-pista
           OPEN INPUT ARCHIVO-PISTA
           IF estado-archivo-pista NOT = "00"
               IF calcula-sello = 'S'
                   MOVE SPACES TO texto-hallazgo
                   STRING "NO SE PUDO LEER EL MES ARCHIVADO, FILE "
                       DELIMITED BY SIZE
                       "STATUS " DELIMITED BY SIZE
                       estado-archivo-pista DELIMITED BY SIZE
                       INTO texto-hallazgo
                   PERFORM REGISTRA-HALLAZGO
               END-IF
               GO TO RECORRE-PISTA-FIN
           END-IF
           PERFORM UNTIL fin-pista = 'Y'
               READ ARCHIVO-PISTA INTO REGISTRO-PISTA-AUDITORIA
                   AT END MOVE 'Y' TO fin-pista
                   NOT AT END
                       PERFORM VERIFICA-LINEA THRU VERIFICA-LINEA-FIN
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PISTA.
       RECORRE-PISTA-FIN.
           EXIT.

       VERIFICA-LINEA.
           ADD 1 TO linea-fisica
           ADD 1 TO lineas-leidas
           IF calcula-sello = 'S'
               MOVE sello-calculado TO sello-previo
               CALL "ENCADENA" USING REGISTRO-PISTA-AUDITORIA,
                   longitud-mes, sello-previo, sello-calculado
           END-IF
           IF PISTA-MARCA-SEC NOT = " SEC="
               OR PISTA-SECUENCIA IS NOT NUMERIC
               OR PISTA-CADENA IS NOT NUMERIC
               IF cadena-iniciada = 'N'
                   ADD 1 TO lineas-sin-sello
               ELSE
                   MOVE "LINEA SIN SELLO DENTRO DE LA CADENA"
                       TO texto-hallazgo
                   PERFORM REGISTRA-HALLAZGO
               END-IF
               GO TO VERIFICA-LINEA-FIN
           END-IF
           IF PISTA-SECUENCIA NOT > secuencia-anterior
               MOVE "SECUENCIA REPETIDA O FUERA DE ORDEN"
                   TO texto-hallazgo
               PERFORM REGISTRA-HALLAZGO
               GO TO VERIFICA-LINEA-FIN
           END-IF
      * Tras un hueco la linea no se puede ligar con la anterior: la
      * cadena se retoma desde ella.
           IF PISTA-SECUENCIA > secuencia-anterior + 1
               COMPUTE secuencia-desde = secuencia-anterior + 1
               COMPUTE secuencia-hasta = PISTA-SECUENCIA - 1
               PERFORM REGISTRA-FALTANTE
           ELSE
               CALL "ENCADENA" USING REGISTRO-PISTA-AUDITORIA,
                   longitud-liga, cadena-anterior, cadena-calculada
               IF cadena-calculada = PISTA-CADENA
                   ADD 1 TO lineas-verificadas
               ELSE
                   MOVE "LINEA ALTERADA DESPUES DE ESCRITA"
                       TO texto-hallazgo
                   PERFORM REGISTRA-HALLAZGO
               END-IF
           END-IF
           MOVE PISTA-SECUENCIA TO secuencia-anterior
           MOVE PISTA-CADENA TO cadena-anterior
           MOVE 'S' TO cadena-iniciada.
       VERIFICA-LINEA-FIN.
           EXIT.

       REGISTRA-FALTANTE.
           MOVE SPACES TO texto-hallazgo
           STRING "FALTAN LINEAS, SECUENCIAS " DELIMITED BY SIZE
               secuencia-desde DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               secuencia-hasta DELIMITED BY SIZE
               INTO texto-hallazgo
           PERFORM REGISTRA-HALLAZGO.

      * Cada hallazgo va al informe con su fuente (AAAAMM o VIVA), la
      * linea fisica del archivo y la secuencia donde se vio.
       REGISTRA-HALLAZGO.
           ADD 1 TO hallazgos
           MOVE secuencia-anterior TO secuencia-hallazgo
           IF linea-fisica > ZERO
               AND PISTA-MARCA-SEC = " SEC="
               AND PISTA-SECUENCIA IS NUMERIC
               MOVE PISTA-SECUENCIA TO secuencia-hallazgo
           END-IF
           MOVE SPACES TO linea-hallazgo
           STRING fuente-pista DELIMITED BY SIZE
               " LINEA " DELIMITED BY SIZE
               linea-fisica DELIMITED BY SIZE
               " SEC " DELIMITED BY SIZE
               secuencia-hallazgo DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               texto-hallazgo DELIMITED BY SIZE
               INTO linea-hallazgo
           IF hallazgos = 1
               MOVE linea-hallazgo TO primer-hallazgo
           END-IF
           WRITE registro-informe FROM linea-hallazgo.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO registro-informe
           WRITE registro-informe
           MOVE meses-revisados TO cifra-f
           MOVE SPACES TO registro-informe
           STRING "MESES ARCHIVADOS REVISADOS: " DELIMITED BY SIZE
               cifra-f DELIMITED BY SIZE
               INTO registro-informe
           WRITE registro-informe
           MOVE meses-vencidos TO cifra-f
           MOVE SPACES TO registro-informe
           STRING "MESES VENCIDOS:             " DELIMITED BY SIZE
               cifra-f DELIMITED BY SIZE
               INTO registro-informe
           WRITE registro-informe
           MOVE meses-sin-sello TO cifra-f
           MOVE SPACES TO registro-informe
           STRING "MESES ARCHIVADOS SIN SELLO: " DELIMITED BY SIZE
               cifra-f DELIMITED BY SIZE
               INTO registro-informe
           WRITE registro-informe
           MOVE lineas-leidas TO cifra-f
           MOVE SPACES TO registro-informe
           STRING "LINEAS LEIDAS:              " DELIMITED BY SIZE
               cifra-f DELIMITED BY SIZE
               INTO registro-informe
           WRITE registro-informe
           MOVE lineas-verificadas TO cifra-f
           MOVE SPACES TO registro-informe
           STRING "LINEAS CON ENLACE BUENO:    " DELIMITED BY SIZE
               cifra-f DELIMITED BY SIZE
               INTO registro-informe
           WRITE registro-informe
           MOVE lineas-sin-sello TO cifra-f
           MOVE SPACES TO registro-informe
           STRING "LINEAS ANTERIORES AL SELLO: " DELIMITED BY SIZE
               cifra-f DELIMITED BY SIZE
               INTO registro-informe
           WRITE registro-informe
           MOVE hallazgos TO cifra-f
           MOVE SPACES TO registro-informe
           STRING "HALLAZGOS:                  " DELIMITED BY SIZE
               cifra-f DELIMITED BY SIZE
               INTO registro-informe
           WRITE registro-informe
           MOVE SPACES TO registro-informe
           IF hallazgos = ZERO
               MOVE "VEREDICTO: CADENA INTEGRA" TO registro-informe
               WRITE registro-informe
               DISPLAY "VERIFICACION DE AUDITORIA: CADENA INTEGRA, "
                   lineas-verificadas " LINEAS LIGADAS"
           ELSE
               MOVE "VEREDICTO: CADENA ROTA" TO registro-informe
               WRITE registro-informe
               MOVE "PRIMER ENLACE ROTO:" TO registro-informe
               WRITE registro-informe
               WRITE registro-informe FROM primer-hallazgo
               DISPLAY "VERIFICACION DE AUDITORIA: CADENA ROTA, "
                   hallazgos " HALLAZGOS (VER "
                   "data/verificacion-auditoria.txt)"
               DISPLAY "PRIMER ENLACE ROTO: "
                   FUNCTION TRIM(primer-hallazgo)
           END-IF.

       END PROGRAM VERIFICA-AUDITORIA.

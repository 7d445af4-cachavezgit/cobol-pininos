      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Conciliacion del estado de cuenta de un banco contra
      *          lo que el lote proceso, por banco y fecha de negocio
      *          (parametros: banco [fecha AAAAMMDD]; sin fecha rige
      *          la de data/control-corrida.txt). Las partidas del
      *          banco son las que CONVIERTE-BANCO dejo en
      *          data/banco-partidas-<banco>-<fecha>.txt mas las que
      *          quedaron abiertas en la conciliacion anterior; las
      *          nuestras son las lineas de data/auditoria.txt de la
      *          fecha con la marca BCO=<banco> REF=<referencia> mas
      *          las nuestras que quedaron abiertas. Cada partida del
      *          banco se casa por referencia con una nuestra; la que
      *          no casa se busca en data/suspenso.txt y en
      *          data/retenidas.txt por origen y referencia, y queda
      *          abierta como EN SUSPENSO, RETENIDA, RECHAZADA (no
      *          paso la conversion) o NO PROCESADA. Una pareja con
      *          importes distintos tambien queda abierta (IMPORTE
      *          DIF) de los dos lados hasta que se aclare.
      *          Nuestra posicion es la posicion calculada de la
      *          conciliacion anterior del banco (o, la primera vez,
      *          el saldo inicial que declara el banco) mas el
      *          movimiento firmado de lo procesado en la fecha; se
      *          compara contra el saldo final del registro SDO. La
      *          diferencia que explican las partidas abiertas
      *          (abiertas del banco menos abiertas nuestras) se
      *          separa de la que no se explica.
      *          Deja el reporte data/conciliacion-<banco>-<fecha>.txt
      *          con las partidas abiertas de ambos lados y su
      *          antiguedad en dias, las abiertas para el dia
      *          siguiente en data/conciliacion-abiertas-<banco>-
      *          <fecha>.txt y un renglon en la bitacora
      *          data/conciliacion-bancos.txt. Volver a correr una
      *          fecha parte de la misma conciliacion anterior, asi
      *          que no duplica nada.
      *          RETURN-CODE: 0 cuadrada sin abiertas, 4 con
      *          partidas abiertas que explican la diferencia, 8
      *          diferencia no explicada o banco sin saldos
      *          declarados, 16 error de archivos.
      * Tectonics: cobc -x concilia-banco.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-BANCO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA
               SYMBOLIC CHARACTERS ANGULAR-DERECHA IS 61
                                   ANGULAR-IZQUIERDA IS 63.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-MAPA
           ASSIGN TO "data/mapa-banco.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-mapa.
           SELECT ARCHIVO-PARTIDAS
           ASSIGN TO DYNAMIC nombre-partidas
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-partidas.
           SELECT ARCHIVO-ABIERTAS
           ASSIGN TO DYNAMIC nombre-abiertas
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-abiertas.
           SELECT ARCHIVO-PISTA
           ASSIGN TO "data/auditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-pista.
           SELECT ARCHIVO-SUSPENSO
           ASSIGN TO "data/suspenso.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-suspenso.
           SELECT ARCHIVO-RETENIDAS
           ASSIGN TO "data/retenidas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-retenidas.
           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC nombre-reporte
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-reporte.
           SELECT ARCHIVO-CONCILIACIONES
           ASSIGN TO "data/conciliacion-bancos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-conciliaciones.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       FD  ARCHIVO-MAPA.
       01  registro-mapa.
           05  mapa-codigo-banco   PICTURE X(03).
           05  FILLER              PICTURE X(01).
           05  mapa-operacion      PICTURE X(01).
           05  FILLER              PICTURE X(01).
           05  mapa-signo          PICTURE X(01).
       FD  ARCHIVO-PARTIDAS.
       01  registro-partida-archivo PICTURE X(95).
       FD  ARCHIVO-ABIERTAS.
       01  registro-abierta-archivo PICTURE X(95).
       FD  ARCHIVO-PISTA.
      * Los 130 del texto de la linea y su sello de cadena.
       01  registro-pista          PICTURE X(159).
       FD  ARCHIVO-SUSPENSO.
       01  registro-suspenso-archivo PICTURE X(72).
       FD  ARCHIVO-RETENIDAS.
       01  registro-retenida-archivo PICTURE X(72).
       FD  ARCHIVO-REPORTE.
       01  registro-reporte        PICTURE X(100).
      * Bitacora de conciliaciones: un renglon por banco y fecha
      * conciliados; la posicion calculada es la apertura de la
      * siguiente conciliacion del banco.
       FD  ARCHIVO-CONCILIACIONES.
       01  registro-conciliacion.
           05  conc-banco          PICTURE X(08).
           05  FILLER              PICTURE X(01).
           05  conc-fecha          PICTURE X(08).
           05  FILLER              PICTURE X(01).
           05  conc-apertura       PICTURE S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PICTURE X(01).
           05  conc-cierre-banco   PICTURE S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PICTURE X(01).
           05  conc-posicion       PICTURE S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PICTURE X(01).
           05  conc-diferencia     PICTURE S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PICTURE X(01).
           05  conc-no-explicada   PICTURE S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PICTURE X(01).
           05  conc-abiertas-banco PICTURE 9(05).
           05  FILLER              PICTURE X(01).
           05  conc-abiertas-nuestras PICTURE 9(05).
           05  FILLER              PICTURE X(01).
           05  conc-saldos-declarados PICTURE X(01).
           05  FILLER              PICTURE X(01).
           05  conc-estado         PICTURE X(10).
       WORKING-STORAGE SECTION.
           COPY "registro-partida-banco.cpy".
           COPY "registro-suspenso.cpy".
           01      estado-archivo-corrida  PICTURE X(02).
           01      estado-archivo-mapa     PICTURE X(02).
           01      estado-archivo-partidas PICTURE X(02).
           01      estado-archivo-abiertas PICTURE X(02).
           01      estado-archivo-pista    PICTURE X(02).
           01      estado-archivo-suspenso PICTURE X(02).
           01      estado-archivo-retenidas PICTURE X(02).
           01      estado-archivo-reporte  PICTURE X(02).
           01      estado-archivo-conciliaciones PICTURE X(02).
           01      nombre-partidas PICTURE X(60).
           01      nombre-abiertas PICTURE X(60).
           01      fecha-abiertas  PICTURE X(08).
           01      nombre-reporte  PICTURE X(60).
           01      parm-conciliacion PICTURE X(30).
           01      banco-conciliado PICTURE X(08).
           01      fecha-parm      PICTURE X(08).
           01      fecha-negocio   PICTURE X(08).
      * La pista estampa la fecha como dd/mm/aaaa.
           01      fecha-pista     PICTURE X(10).
           01      fin-archivo     PICTURE X(01) VALUE 'N'.
           01      hallado         PICTURE X(01) VALUE 'N'.
           01      tabla-desbordada PICTURE X(01) VALUE 'N'.
      * Conciliacion anterior del banco (la de fecha mas reciente
      * antes de la que se concilia).
           01      fecha-previa    PICTURE X(08) VALUE SPACES.
           01      posicion-previa PICTURE S9(9)V99 VALUE ZERO.
           01      cierre-previo   PICTURE S9(9)V99 VALUE ZERO.
           01      saldos-previos  PICTURE X(01) VALUE 'N'.
      * Saldos que declara el banco en su registro SDO.
           01      saldos-declarados PICTURE X(01) VALUE 'N'.
           01      saldo-inicial-banco PICTURE S9(9)V99 VALUE ZERO.
           01      saldo-final-banco PICTURE S9(9)V99 VALUE ZERO.
           01      hay-partidas    PICTURE X(01) VALUE 'N'.
      * Las cifras de la conciliacion.
           01      apertura        PICTURE S9(9)V99 VALUE ZERO.
           01      origen-apertura PICTURE X(40).
           01      movimiento-dia  PICTURE S9(9)V99 VALUE ZERO.
           01      procesadas-dia  PICTURE 9(05) VALUE ZERO.
           01      posicion        PICTURE S9(9)V99 VALUE ZERO.
           01      diferencia      PICTURE S9(9)V99 VALUE ZERO.
           01      explicada       PICTURE S9(9)V99 VALUE ZERO.
           01      no-explicada    PICTURE S9(9)V99 VALUE ZERO.
           01      casadas         PICTURE 9(05) VALUE ZERO.
           01      abiertas-banco  PICTURE 9(05) VALUE ZERO.
           01      abiertas-nuestras PICTURE 9(05) VALUE ZERO.
           01      importe-abiertas-banco PICTURE S9(9)V99 VALUE ZERO.
           01      importe-abiertas-nuestras PICTURE S9(9)V99
                                   VALUE ZERO.
           01      estado-conciliacion PICTURE X(10).
      * Separacion de la linea de pista: lo de antes de la marca,
      * el banco y la referencia, y los campos de la parte fija.
           01      parte-pista     PICTURE X(130).
           01      resto-pista     PICTURE X(130).
           01      banco-pista     PICTURE X(08).
           01      referencia-pista PICTURE X(12).
           01      campos-pista.
               05      campo-pista OCCURS 8 TIMES PICTURE X(20).
           01      importe-trabajo PICTURE S9(9)V99.
           01      operacion-trabajo PICTURE X(01).
           01      signo-trabajo   PICTURE X(01).
           01      dias-antiguedad PICTURE S9(05).
           01      total-mapa      PICTURE 9(03) COMP VALUE ZERO.
           01      indice-mapa     PICTURE 9(03) COMP VALUE ZERO.
           01      tabla-mapa.
               05      renglon-mapa OCCURS 100 TIMES.
                   10      tab-operacion    PICTURE X(01).
                   10      tab-signo        PICTURE X(01).
      * Partidas del banco: las abiertas de la conciliacion anterior
      * y las del estado de cuenta de la fecha. La situacion se
      * decide en cada corrida.
           01      total-banco     PICTURE 9(05) COMP VALUE ZERO.
           01      indice-banco    PICTURE 9(05) COMP VALUE ZERO.
           01      tabla-banco.
               05      renglon-banco OCCURS 2000 TIMES.
                   10      bco-fecha       PICTURE X(08).
                   10      bco-referencia  PICTURE X(12).
                   10      bco-codigo      PICTURE X(03).
                   10      bco-operacion   PICTURE X(01).
                   10      bco-importe     PICTURE S9(9)V99.
                   10      bco-estado      PICTURE X(01).
                   10      bco-motivo      PICTURE X(30).
                   10      bco-situacion   PICTURE X(12).
      * Partidas nuestras: las abiertas de la conciliacion anterior
      * y las procesadas en la fecha con la marca del banco.
           01      total-nuestras  PICTURE 9(05) COMP VALUE ZERO.
           01      indice-nuestra  PICTURE 9(05) COMP VALUE ZERO.
           01      tabla-nuestras.
               05      renglon-nuestra OCCURS 2000 TIMES.
                   10      nue-fecha       PICTURE X(08).
                   10      nue-referencia  PICTURE X(12).
                   10      nue-operacion   PICTURE X(01).
                   10      nue-importe     PICTURE S9(9)V99.
                   10      nue-corrida     PICTURE X(07).
                   10      nue-casada      PICTURE X(01).
                   10      nue-situacion   PICTURE X(12).
      * Referencias del banco detenidas en suspenso o en retenidas.
           01      total-detenidas PICTURE 9(05) COMP VALUE ZERO.
           01      indice-detenida PICTURE 9(05) COMP VALUE ZERO.
           01      tabla-detenidas.
               05      renglon-detenida OCCURS 1000 TIMES.
                   10      det-referencia  PICTURE X(12).
                   10      det-situacion   PICTURE X(12).
           01      situacion-detenida PICTURE X(12).
           01      importe-f       PICTURE -(9)9,99.
           01      importe2-f      PICTURE -(9)9,99.
           01      cuenta-f        PICTURE Z(4)9.
           01      dias-f          PICTURE Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           MOVE SPACES TO parm-conciliacion
           MOVE SPACES TO banco-conciliado
           MOVE SPACES TO fecha-parm
           ACCEPT parm-conciliacion FROM COMMAND-LINE
           UNSTRING parm-conciliacion DELIMITED BY ALL SPACES
               INTO banco-conciliado fecha-parm
           IF banco-conciliado = SPACES
               DISPLAY "USO: concilia-banco <banco> [AAAAMMDD]"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           IF fecha-parm NOT = SPACES
               IF fecha-parm IS NUMERIC
                   MOVE fecha-parm TO fecha-negocio
               ELSE
                   DISPLAY "FECHA INVALIDA: " fecha-parm
                   MOVE 16 TO RETURN-CODE
                   GO TO MAIN-PROCEDURE-EXIT
               END-IF
           END-IF
           STRING fecha-negocio(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fecha-negocio(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fecha-negocio(1:4) DELIMITED BY SIZE
               INTO fecha-pista
           PERFORM CARGA-MAPA
           PERFORM BUSCA-CONCILIACION-PREVIA
           PERFORM CARGA-ABIERTAS THRU CARGA-ABIERTAS-FIN
           PERFORM CARGA-PARTIDAS
           IF hay-partidas = 'N'
               DISPLAY "AVISO: NO HAY ESTADO DE CUENTA CONVERTIDO "
                   FUNCTION TRIM(nombre-partidas)
                   "; SOLO SE REVISAN LAS PARTIDAS ABIERTAS."
           END-IF
           PERFORM CARGA-PISTA
           PERFORM CARGA-DETENIDAS
           IF tabla-desbordada = 'S'
               DISPLAY "AVISO: TABLA DE CONCILIACION LLENA, HAY "
                   "PARTIDAS QUE NO SE CONSIDERARON."
           END-IF
           MOVE ZERO TO indice-banco
           PERFORM CASA-PARTIDA UNTIL indice-banco >= total-banco
           PERFORM CALCULA-POSICION
           PERFORM ESCRIBE-REPORTE THRU ESCRIBE-REPORTE-FIN
           IF RETURN-CODE = 16
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM ESCRIBE-ABIERTAS THRU ESCRIBE-ABIERTAS-FIN
           IF RETURN-CODE = 16
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           DISPLAY "CONCILIACION " FUNCTION TRIM(banco-conciliado)
               " " fecha-negocio ": " estado-conciliacion
               " (VER " FUNCTION TRIM(nombre-reporte) ")"
           EVALUATE estado-conciliacion
               WHEN "CUADRADA"
                   MOVE ZERO TO RETURN-CODE
               WHEN "ABIERTAS"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM ASIENTA-CONCILIACION.
       MAIN-PROCEDURE-EXIT.
           GOBACK.

       LEE-FECHA-NEGOCIO.
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

      * De la tabla de mapeo solo interesa el signo de cada codigo
      * de operacion, para firmar el movimiento de lo procesado.
       CARGA-MAPA.
           MOVE ZERO TO total-mapa
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-MAPA
           IF estado-archivo-mapa = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-MAPA
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-CODIGO-MAPA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-MAPA
           END-IF.

       CARGA-CODIGO-MAPA.
           IF total-mapa < 100 AND mapa-codigo-banco NOT = SPACES
               ADD 1 TO total-mapa
               MOVE mapa-operacion TO tab-operacion(total-mapa)
               IF mapa-signo = '-'
                   MOVE '-' TO tab-signo(total-mapa)
               ELSE
                   MOVE '+' TO tab-signo(total-mapa)
               END-IF
           END-IF.

       BUSCA-SIGNO.
           MOVE '+' TO signo-trabajo
           MOVE 'N' TO hallado
           MOVE ZERO TO indice-mapa
           PERFORM COMPARA-SIGNO
               UNTIL hallado = 'S' OR indice-mapa >= total-mapa.

       COMPARA-SIGNO.
           ADD 1 TO indice-mapa
           IF tab-operacion(indice-mapa) = operacion-trabajo
               MOVE tab-signo(indice-mapa) TO signo-trabajo
               MOVE 'S' TO hallado
           END-IF.

      * La conciliacion anterior es la del mismo banco con la fecha
      * mas reciente antes de la que se concilia; si una fecha se
      * corrio dos veces, vale su ultimo renglon.
       BUSCA-CONCILIACION-PREVIA.
           MOVE SPACES TO fecha-previa
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-CONCILIACIONES
           IF estado-archivo-conciliaciones = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-CONCILIACIONES
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM COMPARA-CONCILIACION
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CONCILIACIONES
           END-IF.

       COMPARA-CONCILIACION.
           IF conc-banco = banco-conciliado
               AND conc-fecha IS NUMERIC
               AND conc-fecha < fecha-negocio
               AND (fecha-previa = SPACES OR conc-fecha >= fecha-previa)
               AND conc-posicion IS NUMERIC
               MOVE conc-fecha TO fecha-previa
               MOVE conc-posicion TO posicion-previa
               MOVE conc-saldos-declarados TO saldos-previos
               IF conc-cierre-banco IS NUMERIC
                   MOVE conc-cierre-banco TO cierre-previo
               ELSE
                   MOVE 'N' TO saldos-previos
               END-IF
           END-IF.

       CARGA-ABIERTAS.
           IF fecha-previa = SPACES
               GO TO CARGA-ABIERTAS-FIN
           END-IF
           MOVE fecha-previa TO fecha-abiertas
           PERFORM ARMA-NOMBRE-ABIERTAS
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-ABIERTAS
           IF estado-archivo-abiertas = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-ABIERTAS INTO REGISTRO-PARTIDA-BANCO
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-ABIERTA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ABIERTAS
           END-IF.
       CARGA-ABIERTAS-FIN.
           EXIT.

       ARMA-NOMBRE-ABIERTAS.
           MOVE SPACES TO nombre-abiertas
           STRING "data/conciliacion-abiertas-" DELIMITED BY SIZE
               FUNCTION TRIM(banco-conciliado) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               fecha-abiertas DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO nombre-abiertas.

       CARGA-ABIERTA.
           EVALUATE PARTIDA-TIPO
               WHEN 'B'
                   PERFORM AGREGA-PARTIDA-BANCO
               WHEN 'N'
                   PERFORM AGREGA-PARTIDA-NUESTRA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CARGA-PARTIDAS.
           MOVE SPACES TO nombre-partidas
           STRING "data/banco-partidas-" DELIMITED BY SIZE
               FUNCTION TRIM(banco-conciliado) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO nombre-partidas
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-PARTIDAS
           IF estado-archivo-partidas = "00"
               MOVE 'S' TO hay-partidas
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-PARTIDAS INTO REGISTRO-PARTIDA-BANCO
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-PARTIDA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PARTIDAS
           END-IF.

       CARGA-PARTIDA.
           EVALUATE PARTIDA-TIPO
               WHEN 'S'
                   IF PARTIDA-IMPORTE1 IS NUMERIC
                       AND PARTIDA-IMPORTE2 IS NUMERIC
                       MOVE 'S' TO saldos-declarados
                       MOVE PARTIDA-IMPORTE1 TO saldo-inicial-banco
                       MOVE PARTIDA-IMPORTE2 TO saldo-final-banco
                   END-IF
               WHEN 'I'
                   PERFORM AGREGA-PARTIDA-BANCO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AGREGA-PARTIDA-BANCO.
           IF total-banco >= 2000
               MOVE 'S' TO tabla-desbordada
           ELSE
               ADD 1 TO total-banco
               MOVE PARTIDA-FECHA TO bco-fecha(total-banco)
               MOVE PARTIDA-REFERENCIA TO bco-referencia(total-banco)
               MOVE PARTIDA-CODIGO TO bco-codigo(total-banco)
               MOVE PARTIDA-OPERACION TO bco-operacion(total-banco)
               IF PARTIDA-IMPORTE1 IS NUMERIC
                   MOVE PARTIDA-IMPORTE1 TO bco-importe(total-banco)
               ELSE
                   MOVE ZERO TO bco-importe(total-banco)
               END-IF
               MOVE PARTIDA-ESTADO TO bco-estado(total-banco)
               MOVE PARTIDA-MOTIVO TO bco-motivo(total-banco)
               MOVE SPACES TO bco-situacion(total-banco)
           END-IF.

       AGREGA-PARTIDA-NUESTRA.
           IF total-nuestras >= 2000
               MOVE 'S' TO tabla-desbordada
           ELSE
               ADD 1 TO total-nuestras
               MOVE PARTIDA-FECHA TO nue-fecha(total-nuestras)
               MOVE PARTIDA-REFERENCIA
                   TO nue-referencia(total-nuestras)
               MOVE PARTIDA-OPERACION TO nue-operacion(total-nuestras)
               IF PARTIDA-IMPORTE1 IS NUMERIC
                   MOVE PARTIDA-IMPORTE1 TO nue-importe(total-nuestras)
               ELSE
                   MOVE ZERO TO nue-importe(total-nuestras)
               END-IF
               MOVE PARTIDA-CORRIDA TO nue-corrida(total-nuestras)
               MOVE 'N' TO nue-casada(total-nuestras)
               MOVE "SIN PARTIDA" TO nue-situacion(total-nuestras)
           END-IF.

      * Lo procesado en la fecha: lineas de pista del dia con la
      * marca del banco. El importe es el primer operando, firmado
      * con el signo del codigo de operacion en la tabla de mapeo.
       CARGA-PISTA.
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-PISTA
           IF estado-archivo-pista = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-PISTA
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM EXAMINA-LINEA-PISTA
                           THRU EXAMINA-LINEA-PISTA-FIN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PISTA
           ELSE
               DISPLAY "AVISO: NO SE PUDO LEER data/auditoria.txt, "
                   "FILE STATUS: " estado-archivo-pista
           END-IF.

       EXAMINA-LINEA-PISTA.
           IF registro-pista(1:1) NOT = "["
               OR registro-pista(2:10) NOT = fecha-pista
               GO TO EXAMINA-LINEA-PISTA-FIN
           END-IF
           MOVE SPACES TO parte-pista
           MOVE SPACES TO resto-pista
           UNSTRING registro-pista(1:130) DELIMITED BY " BCO="
               INTO parte-pista resto-pista
           IF resto-pista = SPACES
               GO TO EXAMINA-LINEA-PISTA-FIN
           END-IF
           MOVE SPACES TO banco-pista
           MOVE SPACES TO referencia-pista
           UNSTRING resto-pista DELIMITED BY " REF="
               INTO banco-pista referencia-pista
           IF banco-pista NOT = banco-conciliado
               GO TO EXAMINA-LINEA-PISTA-FIN
           END-IF
           MOVE SPACES TO campos-pista
           UNSTRING parte-pista DELIMITED BY ALL SPACES
               INTO campo-pista(1) campo-pista(2) campo-pista(3)
                    campo-pista(4) campo-pista(5) campo-pista(6)
                    campo-pista(7) campo-pista(8)
           MOVE ZERO TO importe-trabajo
           IF campo-pista(4) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(campo-pista(4)) = ZERO
               MOVE FUNCTION NUMVAL(campo-pista(4)) TO importe-trabajo
           END-IF
           MOVE campo-pista(3)(1:1) TO operacion-trabajo
           PERFORM BUSCA-SIGNO
           IF signo-trabajo = '-'
               COMPUTE importe-trabajo = importe-trabajo * -1
           END-IF
           ADD 1 TO procesadas-dia
           ADD importe-trabajo TO movimiento-dia
           MOVE SPACES TO REGISTRO-PARTIDA-BANCO
           MOVE 'N' TO PARTIDA-TIPO
           MOVE fecha-negocio TO PARTIDA-FECHA
           MOVE referencia-pista TO PARTIDA-REFERENCIA
           MOVE operacion-trabajo TO PARTIDA-OPERACION
           MOVE importe-trabajo TO PARTIDA-IMPORTE1
           MOVE campo-pista(8)(1:7) TO PARTIDA-CORRIDA
           PERFORM AGREGA-PARTIDA-NUESTRA.
       EXAMINA-LINEA-PISTA-FIN.
           EXIT.

      * Suspenso y retenidas del banco, por referencia.
       CARGA-DETENIDAS.
           MOVE "EN SUSPENSO" TO situacion-detenida
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-SUSPENSO
           IF estado-archivo-suspenso = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-SUSPENSO INTO registro-suspenso
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-DETENIDA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SUSPENSO
           END-IF
           MOVE "RETENIDA" TO situacion-detenida
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-RETENIDAS
           IF estado-archivo-retenidas = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-RETENIDAS INTO registro-suspenso
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-DETENIDA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RETENIDAS
           END-IF.

       CARGA-DETENIDA.
           IF susp-origen = banco-conciliado
               AND susp-referencia NOT = SPACES
               IF total-detenidas >= 1000
                   MOVE 'S' TO tabla-desbordada
               ELSE
                   ADD 1 TO total-detenidas
                   MOVE susp-referencia
                       TO det-referencia(total-detenidas)
                   MOVE situacion-detenida
                       TO det-situacion(total-detenidas)
               END-IF
           END-IF.

      * Una partida del banco casa con la primera nuestra sin casar
      * de la misma referencia; si no la hay, su situacion dice por
      * que sigue abierta.
       CASA-PARTIDA.
           ADD 1 TO indice-banco
           MOVE 'N' TO hallado
           MOVE ZERO TO indice-nuestra
           IF bco-referencia(indice-banco) NOT = SPACES
               PERFORM COMPARA-NUESTRA
                   UNTIL hallado = 'S'
                      OR indice-nuestra >= total-nuestras
           END-IF
           IF hallado = 'S'
               IF bco-importe(indice-banco)
                   = nue-importe(indice-nuestra)
                   MOVE "CONCILIADA" TO bco-situacion(indice-banco)
                   MOVE "CONCILIADA" TO nue-situacion(indice-nuestra)
                   ADD 1 TO casadas
               ELSE
                   MOVE "IMPORTE DIF" TO bco-situacion(indice-banco)
                   MOVE "IMPORTE DIF" TO nue-situacion(indice-nuestra)
               END-IF
           ELSE
               MOVE 'N' TO hallado
               MOVE ZERO TO indice-detenida
               IF bco-referencia(indice-banco) NOT = SPACES
                   PERFORM COMPARA-DETENIDA
                       UNTIL hallado = 'S'
                          OR indice-detenida >= total-detenidas
               END-IF
               IF hallado = 'S'
                   MOVE det-situacion(indice-detenida)
                       TO bco-situacion(indice-banco)
               ELSE
                   IF bco-estado(indice-banco) = 'R'
                       MOVE "RECHAZADA" TO bco-situacion(indice-banco)
                   ELSE
                       MOVE "NO PROCESADA"
                           TO bco-situacion(indice-banco)
                   END-IF
               END-IF
           END-IF.

       COMPARA-NUESTRA.
           ADD 1 TO indice-nuestra
           IF nue-casada(indice-nuestra) = 'N'
               AND nue-referencia(indice-nuestra)
                   = bco-referencia(indice-banco)
               MOVE 'S' TO nue-casada(indice-nuestra)
               MOVE 'S' TO hallado
           END-IF.

       COMPARA-DETENIDA.
           ADD 1 TO indice-detenida
           IF det-referencia(indice-detenida)
               = bco-referencia(indice-banco)
               MOVE 'S' TO hallado
           END-IF.

      * Posicion = apertura + movimiento firmado procesado en la
      * fecha. La diferencia contra el saldo final del banco se
      * explica con las abiertas: lo que el banco movio y nosotros
      * no, menos lo que nosotros movimos y el banco no.
       CALCULA-POSICION.
           IF fecha-previa NOT = SPACES
               MOVE posicion-previa TO apertura
               MOVE SPACES TO origen-apertura
               STRING "CONCILIACION DEL " DELIMITED BY SIZE
                   fecha-previa DELIMITED BY SIZE
                   INTO origen-apertura
           ELSE
               IF saldos-declarados = 'S'
                   MOVE saldo-inicial-banco TO apertura
                   MOVE "SALDO INICIAL DEL BANCO" TO origen-apertura
               ELSE
                   MOVE ZERO TO apertura
                   MOVE "SIN ANTECEDENTE" TO origen-apertura
               END-IF
           END-IF
           COMPUTE posicion = apertura + movimiento-dia
           MOVE ZERO TO indice-banco
           PERFORM SUMA-ABIERTA-BANCO
               UNTIL indice-banco >= total-banco
           MOVE ZERO TO indice-nuestra
           PERFORM SUMA-ABIERTA-NUESTRA
               UNTIL indice-nuestra >= total-nuestras
           COMPUTE explicada = importe-abiertas-banco
               - importe-abiertas-nuestras
           IF saldos-declarados = 'S'
               COMPUTE diferencia = saldo-final-banco - posicion
               COMPUTE no-explicada = diferencia - explicada
           ELSE
               MOVE ZERO TO diferencia
               MOVE ZERO TO no-explicada
           END-IF
           EVALUATE TRUE
               WHEN saldos-declarados = 'N'
                   MOVE "SIN SALDOS" TO estado-conciliacion
               WHEN no-explicada NOT = ZERO
                   MOVE "DIFERENCIA" TO estado-conciliacion
               WHEN abiertas-banco > ZERO OR abiertas-nuestras > ZERO
                   MOVE "ABIERTAS" TO estado-conciliacion
               WHEN OTHER
                   MOVE "CUADRADA" TO estado-conciliacion
           END-EVALUATE.

       SUMA-ABIERTA-BANCO.
           ADD 1 TO indice-banco
           IF bco-situacion(indice-banco) NOT = "CONCILIADA"
               ADD 1 TO abiertas-banco
               ADD bco-importe(indice-banco) TO importe-abiertas-banco
           END-IF.

       SUMA-ABIERTA-NUESTRA.
           ADD 1 TO indice-nuestra
           IF nue-situacion(indice-nuestra) NOT = "CONCILIADA"
               ADD 1 TO abiertas-nuestras
               ADD nue-importe(indice-nuestra)
                   TO importe-abiertas-nuestras
           END-IF.

       ESCRIBE-REPORTE.
           MOVE SPACES TO nombre-reporte
           STRING "data/conciliacion-" DELIMITED BY SIZE
               FUNCTION TRIM(banco-conciliado) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO nombre-reporte
           OPEN OUTPUT ARCHIVO-REPORTE
           IF estado-archivo-reporte NOT = "00"
               DISPLAY "ERROR OPENING " FUNCTION TRIM(nombre-reporte)
                   ", FILE STATUS: " estado-archivo-reporte
               MOVE 16 TO RETURN-CODE
               GO TO ESCRIBE-REPORTE-FIN
           END-IF
           MOVE SPACES TO registro-reporte
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " CONCILIACION BANCARIA " DELIMITED BY SIZE
               FUNCTION TRIM(banco-conciliado) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ANGULAR-IZQUIERDA DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE SPACES TO registro-reporte
           IF saldos-declarados = 'S'
               MOVE saldo-inicial-banco TO importe-f
               MOVE saldo-final-banco TO importe2-f
               STRING "SALDO INICIAL DEL BANCO: " DELIMITED BY SIZE
                   FUNCTION TRIM(importe-f) DELIMITED BY SIZE
                   "  SALDO FINAL DEL BANCO: " DELIMITED BY SIZE
                   FUNCTION TRIM(importe2-f) DELIMITED BY SIZE
                   INTO registro-reporte
           ELSE
               MOVE "EL BANCO NO DECLARO SALDOS (REGISTRO SDO)."
                   TO registro-reporte
           END-IF
           WRITE registro-reporte
           IF saldos-declarados = 'S' AND saldos-previos = 'S'
               AND saldo-inicial-banco NOT = cierre-previo
               MOVE cierre-previo TO importe-f
               MOVE SPACES TO registro-reporte
               STRING "AVISO: EL SALDO INICIAL NO CONTINUA EL FINAL "
                   DELIMITED BY SIZE
                   "DECLARADO EL " DELIMITED BY SIZE
                   fecha-previa DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(importe-f) DELIMITED BY SIZE
                   INTO registro-reporte
               WRITE registro-reporte
           END-IF
           MOVE apertura TO importe-f
           MOVE SPACES TO registro-reporte
           STRING "APERTURA: " DELIMITED BY SIZE
               FUNCTION TRIM(importe-f) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(origen-apertura) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE procesadas-dia TO cuenta-f
           MOVE movimiento-dia TO importe-f
           MOVE SPACES TO registro-reporte
           STRING "PROCESADAS EN LA FECHA: " DELIMITED BY SIZE
               cuenta-f DELIMITED BY SIZE
               "  MOVIMIENTO: " DELIMITED BY SIZE
               FUNCTION TRIM(importe-f) DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE posicion TO importe-f
           MOVE SPACES TO registro-reporte
           STRING "POSICION CALCULADA: " DELIMITED BY SIZE
               FUNCTION TRIM(importe-f) DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE casadas TO cuenta-f
           MOVE SPACES TO registro-reporte
           STRING "PARTIDAS CONCILIADAS: " DELIMITED BY SIZE
               cuenta-f DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE "PARTIDAS DEL BANCO ABIERTAS (REFERENCIA COD OP "
               TO registro-reporte
           MOVE "IMPORTE FECHA DIAS SITUACION)"
               TO registro-reporte(48:)
           WRITE registro-reporte
           MOVE ZERO TO indice-banco
           PERFORM ESCRIBE-ABIERTA-BANCO
               UNTIL indice-banco >= total-banco
           MOVE "PARTIDAS NUESTRAS ABIERTAS (REFERENCIA OP IMPORTE "
               TO registro-reporte
           MOVE "FECHA DIAS CORRIDA SITUACION)"
               TO registro-reporte(51:)
           WRITE registro-reporte
           MOVE ZERO TO indice-nuestra
           PERFORM ESCRIBE-ABIERTA-NUESTRA
               UNTIL indice-nuestra >= total-nuestras
           MOVE abiertas-banco TO cuenta-f
           MOVE importe-abiertas-banco TO importe-f
           MOVE SPACES TO registro-reporte
           STRING "ABIERTAS DEL BANCO: " DELIMITED BY SIZE
               cuenta-f DELIMITED BY SIZE
               "  IMPORTE: " DELIMITED BY SIZE
               FUNCTION TRIM(importe-f) DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE abiertas-nuestras TO cuenta-f
           MOVE importe-abiertas-nuestras TO importe-f
           MOVE SPACES TO registro-reporte
           STRING "ABIERTAS NUESTRAS:  " DELIMITED BY SIZE
               cuenta-f DELIMITED BY SIZE
               "  IMPORTE: " DELIMITED BY SIZE
               FUNCTION TRIM(importe-f) DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           IF saldos-declarados = 'S'
               MOVE diferencia TO importe-f
               MOVE SPACES TO registro-reporte
               STRING "DIFERENCIA CONTRA EL SALDO FINAL: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(importe-f) DELIMITED BY SIZE
                   INTO registro-reporte
               WRITE registro-reporte
               MOVE explicada TO importe-f
               MOVE no-explicada TO importe2-f
               MOVE SPACES TO registro-reporte
               STRING "EXPLICADA POR ABIERTAS: " DELIMITED BY SIZE
                   FUNCTION TRIM(importe-f) DELIMITED BY SIZE
                   "  NO EXPLICADA: " DELIMITED BY SIZE
                   FUNCTION TRIM(importe2-f) DELIMITED BY SIZE
                   INTO registro-reporte
               WRITE registro-reporte
           END-IF
           MOVE SPACES TO registro-reporte
           STRING "VEREDICTO: " DELIMITED BY SIZE
               estado-conciliacion DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           CLOSE ARCHIVO-REPORTE.
       ESCRIBE-REPORTE-FIN.
           EXIT.

       ESCRIBE-ABIERTA-BANCO.
           ADD 1 TO indice-banco
           IF bco-situacion(indice-banco) NOT = "CONCILIADA"
               PERFORM CALCULA-ANTIGUEDAD-BANCO
               MOVE bco-importe(indice-banco) TO importe-f
               MOVE dias-antiguedad TO dias-f
               MOVE SPACES TO registro-reporte
               STRING "  " DELIMITED BY SIZE
                   bco-referencia(indice-banco) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bco-codigo(indice-banco) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bco-operacion(indice-banco) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   importe-f DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bco-fecha(indice-banco) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   dias-f DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bco-situacion(indice-banco) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bco-motivo(indice-banco) DELIMITED BY SIZE
                   INTO registro-reporte
               WRITE registro-reporte
           END-IF.

       ESCRIBE-ABIERTA-NUESTRA.
           ADD 1 TO indice-nuestra
           IF nue-situacion(indice-nuestra) NOT = "CONCILIADA"
               PERFORM CALCULA-ANTIGUEDAD-NUESTRA
               MOVE nue-importe(indice-nuestra) TO importe-f
               MOVE dias-antiguedad TO dias-f
               MOVE SPACES TO registro-reporte
               STRING "  " DELIMITED BY SIZE
                   nue-referencia(indice-nuestra) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   nue-operacion(indice-nuestra) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   importe-f DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   nue-fecha(indice-nuestra) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   dias-f DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   nue-corrida(indice-nuestra) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   nue-situacion(indice-nuestra) DELIMITED BY SIZE
                   INTO registro-reporte
               WRITE registro-reporte
           END-IF.

      * Antiguedad en dias naturales desde la fecha de negocio en
      * que la partida aparecio.
       CALCULA-ANTIGUEDAD-BANCO.
           MOVE ZERO TO dias-antiguedad
           IF bco-fecha(indice-banco) IS NUMERIC
               COMPUTE dias-antiguedad =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(fecha-negocio))
                 - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(bco-fecha(indice-banco)))
           END-IF.

       CALCULA-ANTIGUEDAD-NUESTRA.
           MOVE ZERO TO dias-antiguedad
           IF nue-fecha(indice-nuestra) IS NUMERIC
               COMPUTE dias-antiguedad =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(fecha-negocio))
                 - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(nue-fecha(indice-nuestra)))
           END-IF.

      * Las abiertas de la fecha son el punto de partida de la
      * siguiente conciliacion del banco.
       ESCRIBE-ABIERTAS.
           MOVE fecha-negocio TO fecha-abiertas
           PERFORM ARMA-NOMBRE-ABIERTAS
           OPEN OUTPUT ARCHIVO-ABIERTAS
           IF estado-archivo-abiertas NOT = "00"
               DISPLAY "ERROR OPENING " FUNCTION TRIM(nombre-abiertas)
                   ", FILE STATUS: " estado-archivo-abiertas
               MOVE 16 TO RETURN-CODE
               GO TO ESCRIBE-ABIERTAS-FIN
           END-IF
           MOVE ZERO TO indice-banco
           PERFORM GUARDA-ABIERTA-BANCO
               UNTIL indice-banco >= total-banco
           MOVE ZERO TO indice-nuestra
           PERFORM GUARDA-ABIERTA-NUESTRA
               UNTIL indice-nuestra >= total-nuestras
           CLOSE ARCHIVO-ABIERTAS.
       ESCRIBE-ABIERTAS-FIN.
           EXIT.

       GUARDA-ABIERTA-BANCO.
           ADD 1 TO indice-banco
           IF bco-situacion(indice-banco) NOT = "CONCILIADA"
               MOVE SPACES TO REGISTRO-PARTIDA-BANCO
               MOVE 'B' TO PARTIDA-TIPO
               MOVE banco-conciliado TO PARTIDA-BANCO
               MOVE bco-fecha(indice-banco) TO PARTIDA-FECHA
               MOVE bco-referencia(indice-banco) TO PARTIDA-REFERENCIA
               MOVE bco-codigo(indice-banco) TO PARTIDA-CODIGO
               MOVE bco-operacion(indice-banco) TO PARTIDA-OPERACION
               MOVE bco-importe(indice-banco) TO PARTIDA-IMPORTE1
               MOVE ZERO TO PARTIDA-IMPORTE2
               MOVE bco-estado(indice-banco) TO PARTIDA-ESTADO
               MOVE bco-motivo(indice-banco) TO PARTIDA-MOTIVO
               WRITE registro-abierta-archivo
                   FROM REGISTRO-PARTIDA-BANCO
           END-IF.

       GUARDA-ABIERTA-NUESTRA.
           ADD 1 TO indice-nuestra
           IF nue-situacion(indice-nuestra) NOT = "CONCILIADA"
               MOVE SPACES TO REGISTRO-PARTIDA-BANCO
               MOVE 'N' TO PARTIDA-TIPO
               MOVE banco-conciliado TO PARTIDA-BANCO
               MOVE nue-fecha(indice-nuestra) TO PARTIDA-FECHA
               MOVE nue-referencia(indice-nuestra)
                   TO PARTIDA-REFERENCIA
               MOVE nue-operacion(indice-nuestra) TO PARTIDA-OPERACION
               MOVE nue-importe(indice-nuestra) TO PARTIDA-IMPORTE1
               MOVE ZERO TO PARTIDA-IMPORTE2
               MOVE nue-corrida(indice-nuestra) TO PARTIDA-CORRIDA
               WRITE registro-abierta-archivo
                   FROM REGISTRO-PARTIDA-BANCO
           END-IF.

       ASIENTA-CONCILIACION.
           OPEN EXTEND ARCHIVO-CONCILIACIONES
           IF estado-archivo-conciliaciones NOT = "00"
               OPEN OUTPUT ARCHIVO-CONCILIACIONES
               CLOSE ARCHIVO-CONCILIACIONES
               OPEN EXTEND ARCHIVO-CONCILIACIONES
           END-IF
           IF estado-archivo-conciliaciones NOT = "00"
               DISPLAY "ERROR OPENING data/conciliacion-bancos.txt, "
                   "FILE STATUS: " estado-archivo-conciliaciones
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO registro-conciliacion
               MOVE banco-conciliado TO conc-banco
               MOVE fecha-negocio TO conc-fecha
               MOVE apertura TO conc-apertura
               MOVE saldo-final-banco TO conc-cierre-banco
               MOVE posicion TO conc-posicion
               MOVE diferencia TO conc-diferencia
               MOVE no-explicada TO conc-no-explicada
               MOVE abiertas-banco TO conc-abiertas-banco
               MOVE abiertas-nuestras TO conc-abiertas-nuestras
               MOVE saldos-declarados TO conc-saldos-declarados
               MOVE estado-conciliacion TO conc-estado
               WRITE registro-conciliacion
               CLOSE ARCHIVO-CONCILIACIONES
           END-IF.

       END PROGRAM CONCILIA-BANCO.

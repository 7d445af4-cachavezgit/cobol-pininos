      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Bandeja de excepciones de la manana: junta en un solo
      *          listado paginado (via IMPRESOR, en
      *          data/bandeja-excepciones.txt) todo lo que esta
      *          abierto y espera a alguien, para que el supervisor no
      *          tenga que abrir archivo por archivo: el suspenso sin
      *          corregir y las correcciones POR APROBAR
      *          (data/suspenso.txt), las retenidas por umbral
      *          (data/retenidas.txt), los quiebres de reconciliacion
      *          que se arrastran (data/quiebres-pendientes.txt), las
      *          interfaces al mayor cuyo ultimo dictamen en
      *          data/interfaz-bitacora.txt quedo RECHAZADA o
      *          DESCUADRE, las tasas que PREVIA-TCAMBIO dejo como
      *          faltantes (data/previa-tcambio.txt, revisadas otra
      *          vez con TCAMBIO por si ya se capturaron) y los
      *          operadores bloqueados ('L') de data/operadores.txt
      *          y los archivos de entrada que RECIBE-ARCHIVOS dejo
      *          RETENIDOS en data/manifiesto-archivos.txt.
      *          Cada partida sale por categoria con su antiguedad en
      *          dias habiles (DIAHABIL, hasta la fecha de negocio),
      *          su importe y el nivel de operador que tiene que
      *          actuar. La antiguedad del suspenso y las retenidas es
      *          la fecha de su corrida en el catalogo de corridas; la
      *          del bloqueo, la firma fallida que lo provoco en
      *          data/firmas-journal.txt; la del archivo retenido, su
      *          llegada. Lo que pasa de la antiguedad
      *          maxima de su categoria (data/escalamiento-bandeja.txt,
      *          3 dias habiles si no esta) o cuya fecha no se conoce
      *          sube a la seccion de ESCALADAS, al principio.
      *          Corre de manana (flujo-diario.sh BANDEJA) y desde el
      *          menu principal. RETURN-CODE 4 si hay escaladas, 8 si
      *          alguna fuente no se pudo leer.
      * Tectonics: cobc -x bandeja-excepciones.cbl
      *            (cobc -m para llamarlo desde MENU-PRINCIPAL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANDEJA-EXCEPCIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA
               SYMBOLIC CHARACTERS ANGULAR-DERECHA IS 61
                                   ANGULAR-IZQUIERDA IS 63.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SUSPENSO
           ASSIGN TO "data/suspenso.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-suspenso.
           SELECT ARCHIVO-RETENIDAS
           ASSIGN TO "data/retenidas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-retenidas.
           SELECT ARCHIVO-PENDIENTES
           ASSIGN TO "data/quiebres-pendientes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-pendientes.
           SELECT ARCHIVO-BITACORA
           ASSIGN TO "data/interfaz-bitacora.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-bitacora.
           SELECT ARCHIVO-PREVIA
           ASSIGN TO "data/previa-tcambio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-previa.
           SELECT ARCHIVO-OPERADORES
           ASSIGN TO "data/operadores.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-operadores.
           SELECT ARCHIVO-JOURNAL
           ASSIGN TO "data/firmas-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-journal.
           SELECT ARCHIVO-CATALOGO
           ASSIGN TO "data/catalogo-generaciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-catalogo.
           SELECT ARCHIVO-ESCALAMIENTO
           ASSIGN TO "data/escalamiento-bandeja.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-escalamiento.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-MANIFIESTO
           ASSIGN TO "data/manifiesto-archivos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-manifiesto.
           SELECT ARCHIVO-BANDEJA
           ASSIGN TO "data/bandeja-excepciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-bandeja.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SUSPENSO.
       01  registro-suspenso-archivo   PICTURE X(72).
       FD  ARCHIVO-RETENIDAS.
       01  registro-retenida-archivo   PICTURE X(72).
       FD  ARCHIVO-PENDIENTES.
       01  registro-pendiente.
           05  pend-archivo        PICTURE X(40).
           05  pend-cuenta         PICTURE X(10).
           05  pend-diferencia     PICTURE S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  pend-dias           PICTURE 9(03).
       FD  ARCHIVO-BITACORA.
       01  registro-bitacora.
           05  bit-etiqueta        PICTURE X(07).
           05  FILLER              PICTURE X(01).
           05  bit-fecha           PICTURE X(08).
           05  FILLER              PICTURE X(01).
           05  bit-estado          PICTURE X(10).
           05  bit-cuentas         PICTURE X(53).
       FD  ARCHIVO-PREVIA.
       01  registro-previa.
           05  previa-moneda       PICTURE X(03).
           05  FILLER              PICTURE X(02).
           05  previa-fecha        PICTURE X(08).
           05  FILLER              PICTURE X(02).
           05  previa-regs         PICTURE X(06).
           05  FILLER              PICTURE X(59).
       FD  ARCHIVO-OPERADORES.
           COPY "registro-operador.cpy".
       FD  ARCHIVO-JOURNAL.
       01  registro-journal.
           05  FILLER              PICTURE X(01).
           05  journal-dia         PICTURE X(02).
           05  FILLER              PICTURE X(01).
           05  journal-mes         PICTURE X(02).
           05  FILLER              PICTURE X(01).
           05  journal-anio        PICTURE X(04).
           05  FILLER              PICTURE X(11).
           05  journal-clave       PICTURE X(08).
           05  FILLER              PICTURE X(01).
           05  journal-detalle     PICTURE X(49).
       FD  ARCHIVO-CATALOGO.
       01  registro-catalogo.
           05  cat-etiqueta        PICTURE X(07).
           05  FILLER              PICTURE X(01).
           05  cat-fecha           PICTURE X(08).
           05  FILLER              PICTURE X(01).
           05  cat-estado          PICTURE X(10).
       FD  ARCHIVO-ESCALAMIENTO.
       01  registro-escalamiento   PICTURE X(80).
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       FD  ARCHIVO-MANIFIESTO.
           COPY "registro-manifiesto.cpy".
       FD  ARCHIVO-BANDEJA.
       01  registro-bandeja        PICTURE X(120).
       WORKING-STORAGE SECTION.
           COPY "registro-suspenso.cpy".
           01      estado-archivo-suspenso    PICTURE X(02).
           01      estado-archivo-retenidas   PICTURE X(02).
           01      estado-archivo-manifiesto  PICTURE X(02).
           01      estado-archivo-pendientes  PICTURE X(02).
           01      estado-archivo-bitacora    PICTURE X(02).
           01      estado-archivo-previa      PICTURE X(02).
           01      estado-archivo-operadores  PICTURE X(02).
           01      estado-archivo-journal     PICTURE X(02).
           01      estado-archivo-catalogo    PICTURE X(02).
           01      estado-archivo-escalamiento PICTURE X(02).
           01      estado-archivo-corrida     PICTURE X(02).
           01      estado-archivo-bandeja     PICTURE X(02).
           01      fin-archivo     PICTURE X(01) VALUE 'N'.
           01      fecha-negocio   PICTURE X(08).
           01      codigo-retorno  PICTURE 9(03) VALUE ZERO.
      * Categorias de la bandeja, en el orden en que se imprimen; la
      * clave es la que usa la tabla de escalamiento y el nivel es el
      * minimo de operador que puede resolver la partida (el mismo que
      * pide la opcion del menu que la atiende).
           01      total-categorias PICTURE 9(01) VALUE 8.
           01      indice-categoria PICTURE 9(01) VALUE ZERO.
           01      tabla-categorias.
               05      renglon-categoria OCCURS 8 TIMES.
                   10      cat-clave       PICTURE X(10).
                   10      cat-titulo      PICTURE X(45).
                   10      cat-nivel       PICTURE 9(01).
                   10      cat-maximo      PICTURE 9(03).
                   10      cat-partidas    PICTURE 9(05).
                   10      cat-escaladas   PICTURE 9(05).
           01      maximo-omision  PICTURE 9(03) VALUE 3.
           01      campos-escalamiento.
               05      campo-escalamiento OCCURS 2 TIMES
                                       PICTURE X(20).
           01      clave-hallada   PICTURE X(01) VALUE 'N'.
      * Partidas abiertas; la descripcion ya viene armada por la
      * fuente que la aporta.
           01      tabla-partidas-llena PICTURE X(01) VALUE 'N'.
           01      total-partidas  PICTURE 9(05) COMP VALUE ZERO.
           01      indice-partida  PICTURE 9(05) COMP VALUE ZERO.
           01      tabla-partidas.
               05      renglon-partida OCCURS 3000 TIMES.
                   10      part-categoria  PICTURE 9(01).
                   10      part-dias       PICTURE 9(03).
                   10      part-fecha-conocida PICTURE X(01).
                   10      part-con-importe PICTURE X(01).
                   10      part-importe    PICTURE S9(9)V99.
                   10      part-nivel      PICTURE 9(01).
                   10      part-escalada   PICTURE X(01).
                   10      part-descripcion PICTURE X(50).
           01      total-escaladas PICTURE 9(05) VALUE ZERO.
           01      partidas-en-plazo PICTURE 9(05) VALUE ZERO.
      * Fecha de cada corrida del catalogo, para fechar el suspenso y
      * las retenidas por su etiqueta.
           01      total-corridas  PICTURE 9(05) COMP VALUE ZERO.
           01      indice-corrida  PICTURE 9(05) COMP VALUE ZERO.
           01      tabla-corridas.
               05      renglon-corrida OCCURS 3000 TIMES.
                   10      tab-cor-etiqueta PICTURE X(07).
                   10      tab-cor-fecha    PICTURE X(08).
      * Ultimo dictamen de cada extracto al mayor: la bitacora es
      * historica y un extracto corregido y aceptado despues ya no
      * esta abierto.
           01      total-extractos PICTURE 9(05) COMP VALUE ZERO.
           01      indice-extracto PICTURE 9(05) COMP VALUE ZERO.
           01      tabla-extractos.
               05      renglon-extracto OCCURS 1000 TIMES.
                   10      tab-ext-etiqueta PICTURE X(07).
                   10      tab-ext-fecha    PICTURE X(08).
                   10      tab-ext-estado   PICTURE X(10).
                   10      tab-ext-cuentas  PICTURE X(30).
      * Operadores: el nivel de cada clave (para saber quien puede
      * aprobar una correccion) y la fecha del bloqueo de los 'L'.
           01      total-operadores PICTURE 9(03) COMP VALUE ZERO.
           01      indice-operador PICTURE 9(03) COMP VALUE ZERO.
           01      tabla-operadores.
               05      renglon-operador OCCURS 100 TIMES.
                   10      tab-oper-id      PICTURE X(08).
                   10      tab-oper-nombre  PICTURE X(20).
                   10      tab-oper-nivel   PICTURE 9(01).
                   10      tab-oper-estado  PICTURE X(01).
                   10      tab-oper-bloqueo PICTURE X(08).
           01      elemento-hallado PICTURE X(01) VALUE 'N'.
      * Datos de la partida que se esta armando.
           01      categoria-trabajo PICTURE 9(01).
           01      fecha-partida   PICTURE X(08).
           01      dias-partida    PICTURE 9(03).
           01      importe-partida PICTURE S9(9)V99.
           01      con-importe     PICTURE X(01).
           01      nivel-partida   PICTURE 9(01).
           01      descripcion-partida PICTURE X(50).
           01      etiqueta-buscada PICTURE X(07).
           01      clave-buscada   PICTURE X(08).
           01      nivel-hallado   PICTURE 9(01).
           01      dia-habil       PICTURE X(01).
           01      moneda-revisada PICTURE X(03).
           01      tasa-cambio     PICTURE 9(4)V9(4).
           01      tasa-hallada    PICTURE X(01).
           01      monto-trabajo   PICTURE S9(5)V99.
           01      seccion-escalada PICTURE X(01).
      * Impresion.
           01      nombre-programa PICTURE X(30) VALUE
                       "BANDEJA-EXCEPCIONES".
           01      numero-pagina   PICTURE 9(03) VALUE 1.
           01      texto-impresion PICTURE X(100).
           01      linea-partida.
               05      linea-categoria PICTURE X(10).
               05      FILLER          PICTURE X(01) VALUE SPACE.
               05      linea-dias      PICTURE X(05).
               05      FILLER          PICTURE X(02) VALUE SPACES.
               05      linea-nivel     PICTURE X(05).
               05      FILLER          PICTURE X(01) VALUE SPACE.
               05      linea-importe   PICTURE X(14).
               05      FILLER          PICTURE X(02) VALUE SPACES.
               05      linea-descripcion PICTURE X(50).
           01      dias-f          PICTURE ZZ9.
           01      importe-f       PICTURE -(10)9,99.
           01      cuenta-f        PICTURE Z(4)9.
           01      maximo-f        PICTURE ZZ9.
           01      fecha-negocio-f PICTURE X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Desde el menu el programa se llama repetido: cada bandeja
      * arranca con las tablas y los contadores en limpio.
           MOVE ZERO TO codigo-retorno
           MOVE ZERO TO total-partidas
           MOVE ZERO TO total-escaladas
           MOVE 'N' TO tabla-partidas-llena
           MOVE 1 TO numero-pagina
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           PERFORM INICIA-CATEGORIAS
           PERFORM CARGA-ESCALAMIENTO
           PERFORM CARGA-CATALOGO
           PERFORM CARGA-OPERADORES
           PERFORM REVISA-SUSPENSO
           PERFORM REVISA-RETENIDAS
           PERFORM REVISA-QUIEBRES
           PERFORM REVISA-INTERFAZ
           PERFORM REVISA-TCAMBIO
           PERFORM REVISA-BLOQUEOS
           PERFORM REVISA-MANIFIESTO
           PERFORM IMPRIME-BANDEJA THRU IMPRIME-BANDEJA-FIN
           DISPLAY "BANDEJA DE EXCEPCIONES AL " fecha-negocio-f ": "
               total-partidas " PARTIDAS ABIERTAS, " total-escaladas
               " ESCALADAS."
           MOVE ZERO TO indice-categoria
           PERFORM MUESTRA-CATEGORIA
               UNTIL indice-categoria >= total-categorias
           DISPLAY "BANDEJA EN data/bandeja-excepciones.txt"
           IF codigo-retorno = ZERO
               AND total-escaladas > ZERO
               MOVE 4 TO codigo-retorno
           END-IF.
       MAIN-PROCEDURE-EXIT.
           MOVE codigo-retorno TO RETURN-CODE
           GOBACK.

      * La fecha de negocio oficial viene del control de corrida; si
      * no hay, se usa la del sistema.
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
           END-IF
           MOVE SPACES TO fecha-negocio-f
           STRING fecha-negocio(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fecha-negocio(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fecha-negocio(1:4) DELIMITED BY SIZE
               INTO fecha-negocio-f.

       INICIA-CATEGORIAS.
           MOVE "SUSPENSO" TO cat-clave(1)
           MOVE "SUSPENSO SIN CORREGIR" TO cat-titulo(1)
           MOVE 2 TO cat-nivel(1)
           MOVE "APROBAR" TO cat-clave(2)
           MOVE "CORRECCIONES DE SUSPENSO POR APROBAR"
               TO cat-titulo(2)
           MOVE 3 TO cat-nivel(2)
           MOVE "RETENIDA" TO cat-clave(3)
           MOVE "RETENIDAS POR UMBRAL" TO cat-titulo(3)
           MOVE 2 TO cat-nivel(3)
           MOVE "QUIEBRE" TO cat-clave(4)
           MOVE "QUIEBRES DE RECONCILIACION PENDIENTES"
               TO cat-titulo(4)
           MOVE 2 TO cat-nivel(4)
           MOVE "MAYOR" TO cat-clave(5)
           MOVE "INTERFAZ AL MAYOR RECHAZADA O DESCUADRADA"
               TO cat-titulo(5)
           MOVE 2 TO cat-nivel(5)
           MOVE "TCAMBIO" TO cat-clave(6)
           MOVE "TIPOS DE CAMBIO FALTANTES" TO cat-titulo(6)
           MOVE 3 TO cat-nivel(6)
           MOVE "BLOQUEO" TO cat-clave(7)
           MOVE "OPERADORES BLOQUEADOS" TO cat-titulo(7)
           MOVE 3 TO cat-nivel(7)
           MOVE "ARCHIVO" TO cat-clave(8)
           MOVE "ARCHIVOS DE ENTRADA RETENIDOS" TO cat-titulo(8)
           MOVE 2 TO cat-nivel(8)
           MOVE ZERO TO indice-categoria
           PERFORM LIMPIA-CATEGORIA
               UNTIL indice-categoria >= total-categorias.

       LIMPIA-CATEGORIA.
           ADD 1 TO indice-categoria
           MOVE maximo-omision TO cat-maximo(indice-categoria)
           MOVE ZERO TO cat-partidas(indice-categoria)
           MOVE ZERO TO cat-escaladas(indice-categoria).

      * Tabla de escalamiento: categoria y antiguedad maxima en dias
      * habiles; lo que no aparece se queda con el maximo por omision.
       CARGA-ESCALAMIENTO.
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-ESCALAMIENTO
           IF estado-archivo-escalamiento = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-ESCALAMIENTO
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-MAXIMO
                           THRU CARGA-MAXIMO-FIN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ESCALAMIENTO
           END-IF.

       CARGA-MAXIMO.
           IF registro-escalamiento = SPACES
               OR registro-escalamiento(1:1) = "*"
               GO TO CARGA-MAXIMO-FIN
           END-IF
           MOVE SPACES TO campos-escalamiento
           UNSTRING registro-escalamiento DELIMITED BY ALL SPACES
               INTO campo-escalamiento(1) campo-escalamiento(2)
           MOVE 'N' TO clave-hallada
           MOVE ZERO TO indice-categoria
           PERFORM BUSCA-CLAVE-CATEGORIA
               UNTIL clave-hallada = 'S'
                  OR indice-categoria >= total-categorias
           IF clave-hallada = 'N'
               OR FUNCTION TRIM(campo-escalamiento(2)) IS NOT NUMERIC
               DISPLAY "RENGLON DE ESCALAMIENTO INVALIDO, SE IGNORA: "
                   FUNCTION TRIM(registro-escalamiento)
               GO TO CARGA-MAXIMO-FIN
           END-IF
           MOVE FUNCTION NUMVAL(campo-escalamiento(2))
               TO cat-maximo(indice-categoria).
       CARGA-MAXIMO-FIN.
           EXIT.

       BUSCA-CLAVE-CATEGORIA.
           ADD 1 TO indice-categoria
           IF cat-clave(indice-categoria) = campo-escalamiento(1)
               MOVE 'S' TO clave-hallada
           END-IF.

       CARGA-CATALOGO.
           MOVE ZERO TO total-corridas
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-CATALOGO
           IF estado-archivo-catalogo = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-CATALOGO
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-CORRIDA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CATALOGO
           END-IF.

      * Con la tabla llena las corridas que no caben se quedan sin
      * fecha y sus partidas suben como escaladas: nada se esconde.
       CARGA-CORRIDA.
           IF total-corridas >= 3000
               IF total-corridas = 3000
                   DISPLAY "AVISO: CATALOGO DE CORRIDAS MAYOR A LA "
                       "TABLA; PARTIDAS SIN FECHA SE ESCALAN."
                   ADD 1 TO total-corridas
               END-IF
           ELSE
               ADD 1 TO total-corridas
               MOVE cat-etiqueta TO tab-cor-etiqueta(total-corridas)
               MOVE cat-fecha TO tab-cor-fecha(total-corridas)
           END-IF.

       CARGA-OPERADORES.
           MOVE ZERO TO total-operadores
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-OPERADORES
           IF estado-archivo-operadores = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-OPERADORES
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-OPERADORES
           ELSE
               IF estado-archivo-operadores NOT = "35"
                   DISPLAY "NO SE PUDO LEER data/operadores.txt, "
                       "FILE STATUS: " estado-archivo-operadores
                   MOVE 8 TO codigo-retorno
               END-IF
           END-IF.

       CARGA-OPERADOR.
           IF total-operadores >= 100
               DISPLAY "AVISO: TABLA DE OPERADORES LLENA, SE IGNORA "
                   oper-id
           ELSE
               ADD 1 TO total-operadores
               MOVE oper-id TO tab-oper-id(total-operadores)
               MOVE oper-nombre TO tab-oper-nombre(total-operadores)
               IF oper-nivel IS NUMERIC
                   MOVE oper-nivel TO tab-oper-nivel(total-operadores)
               ELSE
                   MOVE 1 TO tab-oper-nivel(total-operadores)
               END-IF
               MOVE oper-estado TO tab-oper-estado(total-operadores)
               MOVE SPACES TO tab-oper-bloqueo(total-operadores)
           END-IF.

      * Suspenso: lo que nadie ha corregido lo atiende un operador
      * (opcion 6 del menu); una correccion POR APROBAR solo la
      * confirma un nivel mas alto que el de quien la capturo.
       REVISA-SUSPENSO.
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-SUSPENSO
           IF estado-archivo-suspenso = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-SUSPENSO INTO registro-suspenso
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM AGREGA-SUSPENSO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SUSPENSO
           ELSE
               IF estado-archivo-suspenso NOT = "35"
                   DISPLAY "NO SE PUDO LEER data/suspenso.txt, "
                       "FILE STATUS: " estado-archivo-suspenso
                   MOVE 8 TO codigo-retorno
               END-IF
           END-IF.

       AGREGA-SUSPENSO.
           MOVE susp-etiqueta TO etiqueta-buscada
           PERFORM BUSCA-FECHA-CORRIDA
           MOVE 'S' TO con-importe
           MOVE SPACES TO descripcion-partida
           IF susp-correccion = 'P'
               MOVE 2 TO categoria-trabajo
               MOVE susp-nueva-var1 TO monto-trabajo
               MOVE susp-corrector TO clave-buscada
               PERFORM BUSCA-NIVEL-OPERADOR
               IF nivel-hallado < 3
                   COMPUTE nivel-partida = nivel-hallado + 1
               ELSE
                   MOVE 3 TO nivel-partida
               END-IF
               STRING "CORRIGIO " DELIMITED BY SIZE
                   susp-corrector DELIMITED BY SPACE
                   " MOTIVO " DELIMITED BY SIZE
                   susp-motivo DELIMITED BY SIZE
                   " OP " DELIMITED BY SIZE
                   susp-nueva-op DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   susp-etiqueta DELIMITED BY SIZE
                   INTO descripcion-partida
           ELSE
               MOVE 1 TO categoria-trabajo
               MOVE susp-var1 TO monto-trabajo
               MOVE cat-nivel(1) TO nivel-partida
               STRING "MOTIVO " DELIMITED BY SIZE
                   susp-motivo DELIMITED BY SIZE
                   " OP " DELIMITED BY SIZE
                   susp-operacion DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   susp-etiqueta DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   susp-origen DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   susp-referencia DELIMITED BY SPACE
                   INTO descripcion-partida
           END-IF
           MOVE monto-trabajo TO importe-partida
           PERFORM AGREGA-PARTIDA.

       REVISA-RETENIDAS.
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-RETENIDAS
           IF estado-archivo-retenidas = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-RETENIDAS INTO registro-suspenso
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM AGREGA-RETENIDA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RETENIDAS
           ELSE
               IF estado-archivo-retenidas NOT = "35"
                   DISPLAY "NO SE PUDO LEER data/retenidas.txt, "
                       "FILE STATUS: " estado-archivo-retenidas
                   MOVE 8 TO codigo-retorno
               END-IF
           END-IF.

       AGREGA-RETENIDA.
           MOVE susp-etiqueta TO etiqueta-buscada
           PERFORM BUSCA-FECHA-CORRIDA
           MOVE 3 TO categoria-trabajo
           MOVE cat-nivel(3) TO nivel-partida
           MOVE 'S' TO con-importe
           MOVE susp-var1 TO monto-trabajo
           MOVE monto-trabajo TO importe-partida
           MOVE SPACES TO descripcion-partida
           STRING "OP " DELIMITED BY SIZE
               susp-operacion DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               susp-etiqueta DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               susp-origen DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               susp-referencia DELIMITED BY SPACE
               INTO descripcion-partida
           PERFORM AGREGA-PARTIDA.

      * Los quiebres ya traen su antiguedad: RECONCILIACION le suma un
      * dia en cada corrida de la tarde, y la tarde solo corre en
      * dias habiles.
       REVISA-QUIEBRES.
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-PENDIENTES
           IF estado-archivo-pendientes = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-PENDIENTES
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM AGREGA-QUIEBRE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PENDIENTES
           ELSE
               IF estado-archivo-pendientes NOT = "35"
                   DISPLAY "NO SE PUDO LEER "
                       "data/quiebres-pendientes.txt, FILE STATUS: "
                       estado-archivo-pendientes
                   MOVE 8 TO codigo-retorno
               END-IF
           END-IF.

       AGREGA-QUIEBRE.
           MOVE 4 TO categoria-trabajo
           MOVE cat-nivel(4) TO nivel-partida
           MOVE fecha-negocio TO fecha-partida
           IF pend-dias IS NUMERIC
               MOVE pend-dias TO dias-partida
           ELSE
               MOVE SPACES TO fecha-partida
               MOVE 999 TO dias-partida
           END-IF
           MOVE 'S' TO con-importe
           MOVE pend-diferencia TO importe-partida
           MOVE SPACES TO descripcion-partida
           STRING "CUENTA " DELIMITED BY SIZE
               pend-cuenta DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(pend-archivo) DELIMITED BY SIZE
               INTO descripcion-partida
           PERFORM AGREGA-PARTIDA.

      * La bitacora de interfaz es historica: se queda el ultimo
      * dictamen de cada extracto y solo los que siguen RECHAZADA o
      * DESCUADRE entran a la bandeja, fechados por ese dictamen.
       REVISA-INTERFAZ.
           MOVE ZERO TO total-extractos
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-BITACORA
           IF estado-archivo-bitacora = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-BITACORA
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-DICTAMEN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-BITACORA
           ELSE
               IF estado-archivo-bitacora NOT = "35"
                   DISPLAY "NO SE PUDO LEER data/interfaz-bitacora.txt"
                       ", FILE STATUS: " estado-archivo-bitacora
                   MOVE 8 TO codigo-retorno
               END-IF
           END-IF
           MOVE ZERO TO indice-extracto
           PERFORM AGREGA-EXTRACTO
               UNTIL indice-extracto >= total-extractos.

       CARGA-DICTAMEN.
           MOVE 'N' TO elemento-hallado
           MOVE ZERO TO indice-extracto
           PERFORM BUSCA-EXTRACTO
               UNTIL elemento-hallado = 'S'
                  OR indice-extracto >= total-extractos
           IF elemento-hallado = 'N'
               IF total-extractos >= 1000
                   DISPLAY "AVISO: TABLA DE EXTRACTOS LLENA, SE "
                       "IGNORA " bit-etiqueta
               ELSE
                   ADD 1 TO total-extractos
                   MOVE total-extractos TO indice-extracto
                   MOVE 'S' TO elemento-hallado
               END-IF
           END-IF
           IF elemento-hallado = 'S'
               MOVE bit-etiqueta TO tab-ext-etiqueta(indice-extracto)
               MOVE bit-fecha TO tab-ext-fecha(indice-extracto)
               MOVE bit-estado TO tab-ext-estado(indice-extracto)
               MOVE bit-cuentas TO tab-ext-cuentas(indice-extracto)
           END-IF.

       BUSCA-EXTRACTO.
           ADD 1 TO indice-extracto
           IF tab-ext-etiqueta(indice-extracto) = bit-etiqueta
               MOVE 'S' TO elemento-hallado
           END-IF.

       AGREGA-EXTRACTO.
           ADD 1 TO indice-extracto
           IF tab-ext-estado(indice-extracto) = "RECHAZADA"
               OR tab-ext-estado(indice-extracto) = "DESCUADRE"
               MOVE 5 TO categoria-trabajo
               MOVE cat-nivel(5) TO nivel-partida
               MOVE tab-ext-fecha(indice-extracto) TO fecha-partida
               PERFORM CALCULA-ANTIGUEDAD
               MOVE 'N' TO con-importe
               MOVE ZERO TO importe-partida
               MOVE SPACES TO descripcion-partida
               STRING tab-ext-etiqueta(indice-extracto)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   tab-ext-estado(indice-extracto) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(tab-ext-cuentas(indice-extracto))
                       DELIMITED BY SIZE
                   INTO descripcion-partida
               PERFORM AGREGA-PARTIDA
           END-IF.

      * La previa de tasas se revisa otra vez contra TCAMBIO: una tasa
      * capturada despues de la previa ya no es pendiente.
       REVISA-TCAMBIO.
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-PREVIA
           IF estado-archivo-previa = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-PREVIA
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM AGREGA-TASA-FALTANTE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PREVIA
           ELSE
               IF estado-archivo-previa NOT = "35"
                   DISPLAY "NO SE PUDO LEER data/previa-tcambio.txt, "
                       "FILE STATUS: " estado-archivo-previa
                   MOVE 8 TO codigo-retorno
               END-IF
           END-IF.

       AGREGA-TASA-FALTANTE.
           IF previa-fecha IS NUMERIC
               MOVE previa-moneda TO moneda-revisada
               CALL "TCAMBIO" USING moneda-revisada, previa-fecha,
                   tasa-cambio, tasa-hallada
               IF tasa-hallada NOT = 'S'
                   MOVE 6 TO categoria-trabajo
                   MOVE cat-nivel(6) TO nivel-partida
                   MOVE previa-fecha TO fecha-partida
                   PERFORM CALCULA-ANTIGUEDAD
                   MOVE 'N' TO con-importe
                   MOVE ZERO TO importe-partida
                   MOVE SPACES TO descripcion-partida
                   STRING previa-moneda DELIMITED BY SIZE
                       " AL " DELIMITED BY SIZE
                       previa-fecha DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(previa-regs) DELIMITED BY SIZE
                       " REGISTROS DEL LOTE" DELIMITED BY SIZE
                       INTO descripcion-partida
                   PERFORM AGREGA-PARTIDA
               END-IF
           END-IF.

      * Los bloqueados se fechan con la ultima firma fallida que
      * bloqueo su clave en el journal; sin ella quedan sin fecha.
       REVISA-BLOQUEOS.
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-JOURNAL
           IF estado-archivo-journal = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-JOURNAL
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM FECHA-BLOQUEO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-JOURNAL
           END-IF
           MOVE ZERO TO indice-operador
           PERFORM AGREGA-BLOQUEO
               UNTIL indice-operador >= total-operadores.

       FECHA-BLOQUEO.
           IF journal-detalle(1:39)
               = "FIRMA FALLIDA PASSWORD, CLAVE BLOQUEADA"
               MOVE journal-clave TO clave-buscada
               PERFORM BUSCA-OPERADOR
               IF elemento-hallado = 'S'
                   MOVE SPACES TO tab-oper-bloqueo(indice-operador)
                   STRING journal-anio DELIMITED BY SIZE
                       journal-mes DELIMITED BY SIZE
                       journal-dia DELIMITED BY SIZE
                       INTO tab-oper-bloqueo(indice-operador)
               END-IF
           END-IF.

       AGREGA-BLOQUEO.
           ADD 1 TO indice-operador
           IF tab-oper-estado(indice-operador) = 'L'
               MOVE 7 TO categoria-trabajo
               MOVE cat-nivel(7) TO nivel-partida
               MOVE tab-oper-bloqueo(indice-operador) TO fecha-partida
               PERFORM CALCULA-ANTIGUEDAD
               MOVE 'N' TO con-importe
               MOVE ZERO TO importe-partida
               MOVE SPACES TO descripcion-partida
               STRING tab-oper-id(indice-operador) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   tab-oper-nombre(indice-operador) DELIMITED BY SIZE
                   " NIVEL " DELIMITED BY SIZE
                   tab-oper-nivel(indice-operador) DELIMITED BY SIZE
                   INTO descripcion-partida
               PERFORM AGREGA-PARTIDA
           END-IF.

      * Un archivo retenido espera a que el remitente lo reenvie
      * completo o corrija sus totales; se fecha con su llegada.
       REVISA-MANIFIESTO.
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-MANIFIESTO
           IF estado-archivo-manifiesto = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-MANIFIESTO
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM AGREGA-ARCHIVO-RETENIDO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-MANIFIESTO
           ELSE
               IF estado-archivo-manifiesto NOT = "35"
                   DISPLAY "NO SE PUDO LEER "
                       "data/manifiesto-archivos.txt, FILE STATUS: "
                       estado-archivo-manifiesto
                   MOVE 8 TO codigo-retorno
               END-IF
           END-IF.

       AGREGA-ARCHIVO-RETENIDO.
           IF MAN-ESTADO = "RETENIDO"
               MOVE 8 TO categoria-trabajo
               MOVE cat-nivel(8) TO nivel-partida
               MOVE MAN-LLEGADA(1:8) TO fecha-partida
               PERFORM CALCULA-ANTIGUEDAD
               MOVE 'S' TO con-importe
               MOVE MAN-IMPORTE TO importe-partida
               MOVE SPACES TO descripcion-partida
               STRING MAN-ARCHIVO DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   MAN-ORIGEN DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   MAN-MOTIVO DELIMITED BY SIZE
                   INTO descripcion-partida
               PERFORM AGREGA-PARTIDA
           END-IF.

       BUSCA-OPERADOR.
           MOVE 'N' TO elemento-hallado
           MOVE ZERO TO indice-operador
           PERFORM COMPARA-OPERADOR
               UNTIL elemento-hallado = 'S'
                  OR indice-operador >= total-operadores.

       COMPARA-OPERADOR.
           ADD 1 TO indice-operador
           IF tab-oper-id(indice-operador) = clave-buscada
               MOVE 'S' TO elemento-hallado
           END-IF.

      * Un corrector que ya no esta en el archivo se toma de nivel 2,
      * el minimo con que el menu deja corregir.
       BUSCA-NIVEL-OPERADOR.
           MOVE 2 TO nivel-hallado
           PERFORM BUSCA-OPERADOR
           IF elemento-hallado = 'S'
               MOVE tab-oper-nivel(indice-operador) TO nivel-hallado
           END-IF.

       BUSCA-FECHA-CORRIDA.
           MOVE SPACES TO fecha-partida
           IF etiqueta-buscada NOT = SPACES
               MOVE 'N' TO elemento-hallado
               MOVE ZERO TO indice-corrida
               PERFORM COMPARA-CORRIDA
                   UNTIL elemento-hallado = 'S'
                      OR indice-corrida >= total-corridas
                      OR indice-corrida >= 3000
               IF elemento-hallado = 'S'
                   MOVE tab-cor-fecha(indice-corrida) TO fecha-partida
               END-IF
           END-IF
           PERFORM CALCULA-ANTIGUEDAD.

       COMPARA-CORRIDA.
           ADD 1 TO indice-corrida
           IF tab-cor-etiqueta(indice-corrida) = etiqueta-buscada
               MOVE 'S' TO elemento-hallado
           END-IF.

      * Antiguedad en dias habiles de la fecha de la partida a la
      * fecha de negocio; una partida sin fecha se marca 999.
       CALCULA-ANTIGUEDAD.
           IF fecha-partida IS NUMERIC
               CALL "DIAHABIL" USING "C", fecha-partida, dias-partida,
                   fecha-negocio, dia-habil
           ELSE
               MOVE 999 TO dias-partida
           END-IF.

       AGREGA-PARTIDA.
           IF total-partidas >= 3000
               IF tabla-partidas-llena = 'N'
                   DISPLAY "AVISO: BANDEJA LLENA (3000 PARTIDAS); LAS "
                       "DEMAS NO SE LISTAN."
                   MOVE 'S' TO tabla-partidas-llena
                   MOVE 8 TO codigo-retorno
               END-IF
           ELSE
               ADD 1 TO total-partidas
               MOVE categoria-trabajo
                   TO part-categoria(total-partidas)
               MOVE dias-partida TO part-dias(total-partidas)
               IF fecha-partida IS NUMERIC
                   MOVE 'S' TO part-fecha-conocida(total-partidas)
               ELSE
                   MOVE 'N' TO part-fecha-conocida(total-partidas)
               END-IF
               MOVE con-importe TO part-con-importe(total-partidas)
               MOVE importe-partida TO part-importe(total-partidas)
               MOVE nivel-partida TO part-nivel(total-partidas)
               MOVE descripcion-partida
                   TO part-descripcion(total-partidas)
               ADD 1 TO cat-partidas(categoria-trabajo)
               IF dias-partida > cat-maximo(categoria-trabajo)
                   OR part-fecha-conocida(total-partidas) = 'N'
                   MOVE 'S' TO part-escalada(total-partidas)
                   ADD 1 TO cat-escaladas(categoria-trabajo)
                   ADD 1 TO total-escaladas
               ELSE
                   MOVE 'N' TO part-escalada(total-partidas)
               END-IF
           END-IF.

      * La bandeja es de hoy: el archivo se vacia antes de que IMPRESOR
      * lo abra para agregar. Primero las escaladas de todas las
      * categorias, luego cada categoria con lo que sigue en plazo.
       IMPRIME-BANDEJA.
           OPEN OUTPUT ARCHIVO-BANDEJA
           IF estado-archivo-bandeja NOT = "00"
               DISPLAY "ERROR OPENING data/bandeja-excepciones.txt, "
                   "FILE STATUS: " estado-archivo-bandeja
               MOVE 16 TO codigo-retorno
               GO TO IMPRIME-BANDEJA-FIN
           END-IF
           CLOSE ARCHIVO-BANDEJA
           MOVE "data/bandeja-excepciones.txt" TO texto-impresion
           CALL "IMPRESOR" USING "A", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO linea-partida
           MOVE "CATEGORIA" TO linea-categoria
           MOVE "ANTIG" TO linea-dias
           MOVE "NIVEL" TO linea-nivel
           MOVE "       IMPORTE" TO linea-importe
           MOVE "DESCRIPCION" TO linea-descripcion
           MOVE linea-partida TO texto-impresion
           CALL "IMPRESOR" USING "T", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO texto-impresion
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " BANDEJA DE EXCEPCIONES AL " DELIMITED BY SIZE
               fecha-negocio-f DELIMITED BY SIZE
               " (ANTIGUEDAD EN DIAS HABILES) " DELIMITED BY SIZE
               ANGULAR-IZQUIERDA DELIMITED BY SIZE
               INTO texto-impresion
           PERFORM IMPRIME-LINEA
           MOVE SPACES TO texto-impresion
           PERFORM IMPRIME-LINEA
           MOVE total-escaladas TO cuenta-f
           MOVE SPACES TO texto-impresion
           STRING "*** ESCALADAS: " DELIMITED BY SIZE
               FUNCTION TRIM(cuenta-f) DELIMITED BY SIZE
               " PARTIDAS PASARON SU ANTIGUEDAD MAXIMA O NO TIENEN "
                   DELIMITED BY SIZE
               "FECHA ***" DELIMITED BY SIZE
               INTO texto-impresion
           PERFORM IMPRIME-LINEA
           MOVE 'S' TO seccion-escalada
           MOVE ZERO TO indice-categoria
           PERFORM IMPRIME-CATEGORIA
               UNTIL indice-categoria >= total-categorias
           MOVE SPACES TO texto-impresion
           PERFORM IMPRIME-LINEA
           MOVE "*** PARTIDAS EN PLAZO, POR CATEGORIA ***"
               TO texto-impresion
           PERFORM IMPRIME-LINEA
           MOVE 'N' TO seccion-escalada
           MOVE ZERO TO indice-categoria
           PERFORM IMPRIME-CATEGORIA
               UNTIL indice-categoria >= total-categorias
           MOVE SPACES TO texto-impresion
           PERFORM IMPRIME-LINEA
           MOVE total-partidas TO cuenta-f
           MOVE SPACES TO texto-impresion
           STRING "TOTAL DE PARTIDAS ABIERTAS: " DELIMITED BY SIZE
               FUNCTION TRIM(cuenta-f) DELIMITED BY SIZE
               INTO texto-impresion
           PERFORM IMPRIME-LINEA
           IF codigo-retorno >= 8
               STRING "AVISO: ALGUNA FUENTE NO SE PUDO LEER O NO "
                       DELIMITED BY SIZE
                   "CUPO; LA BANDEJA PUEDE ESTAR INCOMPLETA."
                       DELIMITED BY SIZE
                   INTO texto-impresion
               PERFORM IMPRIME-LINEA
           END-IF
           CALL "IMPRESOR" USING "C", nombre-programa,
               numero-pagina, texto-impresion.
       IMPRIME-BANDEJA-FIN.
           EXIT.

      * En la seccion de escaladas una categoria sin escaladas no
      * sale; en la de plazo cada categoria sale aunque este vacia,
      * con su antiguedad maxima, para que se vea que se reviso.
       IMPRIME-CATEGORIA.
           ADD 1 TO indice-categoria
           IF seccion-escalada = 'S'
               IF cat-escaladas(indice-categoria) > ZERO
                   MOVE cat-escaladas(indice-categoria) TO cuenta-f
                   PERFORM IMPRIME-TITULO-CATEGORIA
               END-IF
           ELSE
               COMPUTE partidas-en-plazo
                   = cat-partidas(indice-categoria)
                   - cat-escaladas(indice-categoria)
               MOVE partidas-en-plazo TO cuenta-f
               PERFORM IMPRIME-TITULO-CATEGORIA
               IF partidas-en-plazo = ZERO
                   MOVE "           SIN PARTIDAS EN PLAZO"
                       TO texto-impresion
                   PERFORM IMPRIME-LINEA
               END-IF
           END-IF
           MOVE ZERO TO indice-partida
           PERFORM IMPRIME-PARTIDA
               UNTIL indice-partida >= total-partidas.

       IMPRIME-TITULO-CATEGORIA.
           MOVE cat-maximo(indice-categoria) TO maximo-f
           MOVE SPACES TO texto-impresion
           PERFORM IMPRIME-LINEA
           STRING "-- " DELIMITED BY SIZE
               FUNCTION TRIM(cat-titulo(indice-categoria))
                   DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(cuenta-f) DELIMITED BY SIZE
               ", MAXIMO " DELIMITED BY SIZE
               FUNCTION TRIM(maximo-f) DELIMITED BY SIZE
               " DIAS HABILES)" DELIMITED BY SIZE
               INTO texto-impresion
           PERFORM IMPRIME-LINEA.

       IMPRIME-PARTIDA.
           ADD 1 TO indice-partida
           IF part-categoria(indice-partida) = indice-categoria
               AND part-escalada(indice-partida) = seccion-escalada
               MOVE SPACES TO linea-partida
               MOVE cat-clave(indice-categoria) TO linea-categoria
               IF part-fecha-conocida(indice-partida) = 'S'
                   MOVE part-dias(indice-partida) TO dias-f
                   MOVE dias-f TO linea-dias
               ELSE
                   MOVE "  S/F" TO linea-dias
               END-IF
               MOVE SPACES TO linea-nivel
               STRING "  N" DELIMITED BY SIZE
                   part-nivel(indice-partida) DELIMITED BY SIZE
                   INTO linea-nivel
               IF part-con-importe(indice-partida) = 'S'
                   MOVE part-importe(indice-partida) TO importe-f
                   MOVE importe-f TO linea-importe
               END-IF
               MOVE part-descripcion(indice-partida)
                   TO linea-descripcion
               MOVE linea-partida TO texto-impresion
               PERFORM IMPRIME-LINEA
           END-IF.

       IMPRIME-LINEA.
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO texto-impresion.

       MUESTRA-CATEGORIA.
           ADD 1 TO indice-categoria
           DISPLAY "  " cat-titulo(indice-categoria) " "
               cat-partidas(indice-categoria) " ("
               cat-escaladas(indice-categoria) " ESCALADAS)".

       END PROGRAM BANDEJA-EXCEPCIONES.

      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Depuracion de data/ por tabla de retencion.
      *          ARCHIVA-AUDITORIA solo recorta la pista de auditoria;
      *          todo lo demas que deja el lote (el log del flujo,
      *          certificados, expedientes, interfaces y acuses del
      *          mayor, archivos aplicados, generaciones de respaldo,
      *          rechazos de banco, registros de vistos) crecia sin
      *          limite, y un disco lleno llego a detener la tarde.
      *          La tabla data/retencion-archivos.txt da por patron de
      *          nombre (con un '*' como comodin) cuantos dias (D) o
      *          cuantas generaciones (G, fechas distintas) se
      *          conservan en data/, si lo vencido se comprime (C) o
      *          se mueve (M) a data/archivo/ y a cuantos dias se
      *          purga del archivo (0 = nunca). Un archivo que no casa
      *          con ningun patron no se toca, ni tampoco los
      *          catalogos y bitacoras del propio lote.
      *          Nada que siga vivo en un catalogo se toca: las
      *          corridas VIGENTE de data/catalogo-generaciones.txt,
      *          los meses VIGENTE de data/auditoria-catalogo.txt y las
      *          generaciones de data/respaldo-catalogo.txt que siguen
      *          RESPALDADA (el estado vigente de ese catalogo). Las
      *          generaciones de respaldo que pasan la retencion de su
      *          patron se marcan VENCIDA en el catalogo, como hace
      *          OPERACIONES-MATEMATICAS con las corridas, y solo
      *          entonces sus archivos se archivan.
      *          El inventario de data/ y data/archivo/
      *          (data/inventario-datos.txt) lo arma depura-datos.sh,
      *          que tambien ejecuta las acciones que aqui se deciden
      *          (data/depuracion-acciones.txt). Cada decision queda en
      *          data/depuracion-bitacora.txt; con PREVIA solo se
      *          asienta lo que se haria, la lista de acciones queda
      *          vacia y el catalogo de respaldos no se toca.
      *          Uso: depura-datos [PREVIA]
      * Tectonics: cobc -x depura-datos.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURA-DATOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-RETENCION
           ASSIGN TO "data/retencion-archivos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-retencion.
           SELECT ARCHIVO-INVENTARIO
           ASSIGN TO "data/inventario-datos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-inventario.
           SELECT ARCHIVO-ACCIONES
           ASSIGN TO "data/depuracion-acciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-acciones.
           SELECT ARCHIVO-BITACORA
           ASSIGN TO "data/depuracion-bitacora.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-bitacora.
           SELECT ARCHIVO-CATALOGO-GEN
           ASSIGN TO "data/catalogo-generaciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-catalogo-gen.
           SELECT ARCHIVO-CATALOGO-AUD
           ASSIGN TO "data/auditoria-catalogo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-catalogo-aud.
           SELECT ARCHIVO-CATALOGO-RESP
           ASSIGN TO "data/respaldo-catalogo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-catalogo-resp.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-RETENCION.
       01  registro-retencion      PICTURE X(80).
       FD  ARCHIVO-INVENTARIO.
       01  registro-inventario.
           05  inv-area            PICTURE X(01).
           05  FILLER              PICTURE X(01).
           05  inv-fecha           PICTURE X(08).
           05  FILLER              PICTURE X(01).
           05  inv-nombre          PICTURE X(60).
       FD  ARCHIVO-ACCIONES.
       01  registro-accion.
           05  acc-accion          PICTURE X(01).
           05  FILLER              PICTURE X(01).
           05  acc-nombre          PICTURE X(60).
       FD  ARCHIVO-BITACORA.
       01  registro-bitacora       PICTURE X(132).
       FD  ARCHIVO-CATALOGO-GEN.
       01  registro-catalogo-gen.
           05  gen-etiqueta        PICTURE X(07).
           05  FILLER              PICTURE X(01).
           05  gen-fecha           PICTURE X(08).
           05  FILLER              PICTURE X(01).
           05  gen-estado          PICTURE X(10).
       FD  ARCHIVO-CATALOGO-AUD.
       01  registro-catalogo-aud.
           05  cat-mes             PICTURE X(06).
           05  cat-estado          PICTURE X(10).
           05  FILLER              PICTURE X(42).
       FD  ARCHIVO-CATALOGO-RESP.
       01  registro-catalogo-resp.
           05  resp-fecha          PICTURE X(08).
           05  FILLER              PICTURE X(01).
           05  resp-marca          PICTURE X(14).
           05  FILLER              PICTURE X(01).
           05  resp-estado         PICTURE X(10).
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       WORKING-STORAGE SECTION.
           01      estado-archivo-retencion     PICTURE X(02).
           01      estado-archivo-inventario    PICTURE X(02).
           01      estado-archivo-acciones      PICTURE X(02).
           01      estado-archivo-bitacora      PICTURE X(02).
           01      estado-archivo-catalogo-gen  PICTURE X(02).
           01      estado-archivo-catalogo-aud  PICTURE X(02).
           01      estado-archivo-catalogo-resp PICTURE X(02).
           01      estado-archivo-corrida       PICTURE X(02).
           01      parametros      PICTURE X(20).
           01      modo-corrida    PICTURE X(06).
           01      fecha-negocio   PICTURE X(08).
           01      fecha-negocio-num PICTURE 9(08).
           01      marca-fecha-hora PICTURE X(21).
           01      marca-bitacora  PICTURE X(19).
           01      codigo-retorno  PICTURE 9(03) VALUE ZERO.
           01      fin-archivo     PICTURE X(01) VALUE 'N'.
           01      catalogo-completo PICTURE X(01) VALUE 'S'.
      * Tabla de retencion: el patron se guarda partido en lo que va
      * antes y despues del comodin.
           01      campos-retencion.
               05      campo-retencion PICTURE X(30) OCCURS 5 TIMES.
           01      total-reglas    PICTURE 9(03) COMP VALUE ZERO.
           01      indice-regla    PICTURE 9(03) COMP VALUE ZERO.
           01      tabla-reglas.
               05      renglon-regla OCCURS 100 TIMES.
                   10      tab-ret-patron    PICTURE X(30).
                   10      tab-ret-comodin   PICTURE X(01).
                   10      tab-ret-prefijo   PICTURE X(30).
                   10      tab-ret-largo-pre PICTURE 9(02) COMP.
                   10      tab-ret-sufijo    PICTURE X(30).
                   10      tab-ret-largo-suf PICTURE 9(02) COMP.
                   10      tab-ret-modo      PICTURE X(01).
                   10      tab-ret-conservar PICTURE 9(05).
                   10      tab-ret-accion    PICTURE X(01).
                   10      tab-ret-horizonte PICTURE 9(05).
           01      comodines       PICTURE 9(02) COMP VALUE ZERO.
           01      largo-patron    PICTURE 9(02) COMP VALUE ZERO.
           01      blancos-finales PICTURE 9(02) COMP VALUE ZERO.
      * Inventario de data/ ('D') y de data/archivo/ ('A').
           01      total-inventario PICTURE 9(05) COMP VALUE ZERO.
           01      indice-inventario PICTURE 9(05) COMP VALUE ZERO.
           01      indice-comparado PICTURE 9(05) COMP VALUE ZERO.
           01      tabla-inventario.
               05      renglon-inventario OCCURS 5000 TIMES.
                   10      tab-inv-area      PICTURE X(01).
                   10      tab-inv-fecha     PICTURE X(08).
                   10      tab-inv-nombre    PICTURE X(60).
                   10      tab-inv-base      PICTURE X(60).
                   10      tab-inv-regla     PICTURE 9(03) COMP.
           01      nombre-base     PICTURE X(60).
           01      largo-base      PICTURE 9(02) COMP VALUE ZERO.
           01      nombre-archivado PICTURE X(60).
           01      posicion-sufijo PICTURE 9(02) COMP VALUE ZERO.
           01      patron-casa     PICTURE X(01) VALUE 'N'.
      * Catalogos: corridas y meses VIGENTE, y todas las generaciones
      * de respaldo (el catalogo de respaldos se reescribe completo).
           01      total-corridas  PICTURE 9(03) COMP VALUE ZERO.
           01      indice-corrida  PICTURE 9(03) COMP VALUE ZERO.
           01      tabla-corridas.
               05      tab-corrida-vigente PICTURE X(07)
                                           OCCURS 500 TIMES.
           01      total-meses     PICTURE 9(03) COMP VALUE ZERO.
           01      indice-mes      PICTURE 9(03) COMP VALUE ZERO.
           01      tabla-meses.
               05      tab-mes-vigente PICTURE X(06) OCCURS 300 TIMES.
           01      total-respaldos PICTURE 9(03) COMP VALUE ZERO.
           01      indice-respaldo PICTURE 9(03) COMP VALUE ZERO.
           01      indice-otro-respaldo PICTURE 9(03) COMP VALUE ZERO.
           01      tabla-respaldos.
               05      renglon-respaldo OCCURS 500 TIMES.
                   10      tab-resp-registro PICTURE X(34).
                   10      tab-resp-estado   PICTURE X(10).
      * Archivos que el lote sigue escribiendo y que nunca se depuran
      * aunque algun patron los alcance.
           01      lista-reservados.
               05      FILLER PICTURE X(30)
                           VALUE "catalogo-generaciones.txt".
               05      FILLER PICTURE X(30)
                           VALUE "respaldo-catalogo.txt".
               05      FILLER PICTURE X(30)
                           VALUE "respaldo-bitacora.txt".
               05      FILLER PICTURE X(30)
                           VALUE "auditoria-catalogo.txt".
               05      FILLER PICTURE X(30)
                           VALUE "retencion-archivos.txt".
               05      FILLER PICTURE X(30)
                           VALUE "inventario-datos.txt".
               05      FILLER PICTURE X(30)
                           VALUE "depuracion-acciones.txt".
               05      FILLER PICTURE X(30)
                           VALUE "depuracion-bitacora.txt".
           01      tabla-reservados REDEFINES lista-reservados.
               05      tab-reservado PICTURE X(30) OCCURS 8 TIMES.
           01      indice-reservado PICTURE 9(02) COMP VALUE ZERO.
      * Decision sobre un archivo.
           01      archivo-vencido PICTURE X(01) VALUE 'N'.
           01      archivo-protegido PICTURE X(01) VALUE 'N'.
           01      motivo-decision PICTURE X(40).
           01      dias-archivo    PICTURE S9(07) VALUE ZERO.
           01      dias-edad-edit  PICTURE Z(6)9.
           01      fecha-archivo-num PICTURE 9(08).
           01      generaciones-mas-nuevas PICTURE 9(05) COMP
                                          VALUE ZERO.
           01      fechas-contadas.
               05      fecha-contada PICTURE X(08) OCCURS 400 TIMES.
           01      indice-contada  PICTURE 9(05) COMP VALUE ZERO.
           01      fecha-ya-contada PICTURE X(01) VALUE 'N'.
           01      apariciones     PICTURE 9(03) COMP VALUE ZERO.
           01      texto-accion    PICTURE X(12).
      * Totales de la corrida.
           01      archivos-revisados  PICTURE 9(05) VALUE ZERO.
           01      archivos-comprimidos PICTURE 9(05) VALUE ZERO.
           01      archivos-movidos    PICTURE 9(05) VALUE ZERO.
           01      archivos-purgados   PICTURE 9(05) VALUE ZERO.
           01      archivos-protegidos PICTURE 9(05) VALUE ZERO.
           01      archivos-repetidos  PICTURE 9(05) VALUE ZERO.
           01      respaldos-vencidos  PICTURE 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT parametros FROM COMMAND-LINE
           EVALUATE parametros
               WHEN SPACES
                   MOVE "DEPURA" TO modo-corrida
               WHEN "PREVIA"
                   MOVE "PREVIA" TO modo-corrida
               WHEN OTHER
                   DISPLAY "DEPURA-DATOS: USO depura-datos [PREVIA]"
                   MOVE 16 TO codigo-retorno
                   GO TO MAIN-PROCEDURE-EXIT
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO marca-fecha-hora
           STRING marca-fecha-hora(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               marca-fecha-hora(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               marca-fecha-hora(7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               marca-fecha-hora(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               marca-fecha-hora(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               marca-fecha-hora(13:2) DELIMITED BY SIZE
               INTO marca-bitacora
           MOVE marca-fecha-hora(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           MOVE fecha-negocio TO fecha-negocio-num
           PERFORM CARGA-RETENCION
           IF total-reglas = ZERO
               DISPLAY "SIN TABLA DE RETENCION "
                   "(data/retencion-archivos.txt), NADA QUE DEPURAR."
               MOVE 16 TO codigo-retorno
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM CARGA-CORRIDAS-VIGENTES
           PERFORM CARGA-MESES-VIGENTES
           PERFORM CARGA-RESPALDOS
           IF catalogo-completo = 'N'
               DISPLAY "UN CATALOGO NO CUPO COMPLETO EN MEMORIA; NO SE "
                   "DEPURA NADA PARA NO TOCAR ALGO VIGENTE."
               MOVE 8 TO codigo-retorno
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM CARGA-INVENTARIO
           IF estado-archivo-inventario NOT = "00"
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN EXTEND ARCHIVO-BITACORA
           IF estado-archivo-bitacora NOT = "00"
               OPEN OUTPUT ARCHIVO-BITACORA
               CLOSE ARCHIVO-BITACORA
               OPEN EXTEND ARCHIVO-BITACORA
           END-IF
           IF estado-archivo-bitacora NOT = "00"
               DISPLAY "ERROR OPENING data/depuracion-bitacora.txt, "
                   "FILE STATUS: " estado-archivo-bitacora
               MOVE 16 TO codigo-retorno
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN OUTPUT ARCHIVO-ACCIONES
           IF estado-archivo-acciones NOT = "00"
               DISPLAY "ERROR OPENING data/depuracion-acciones.txt, "
                   "FILE STATUS: " estado-archivo-acciones
               CLOSE ARCHIVO-BITACORA
               MOVE 16 TO codigo-retorno
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE SPACES TO registro-bitacora
           STRING marca-bitacora DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               modo-corrida DELIMITED BY SIZE
               " INICIO, FECHA DE NEGOCIO " DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               INTO registro-bitacora
           WRITE registro-bitacora
           MOVE ZERO TO indice-respaldo
           PERFORM VENCE-RESPALDO THRU VENCE-RESPALDO-FIN
               UNTIL indice-respaldo >= total-respaldos
           MOVE ZERO TO indice-inventario
           PERFORM DECIDE-ARCHIVO THRU DECIDE-ARCHIVO-FIN
               UNTIL indice-inventario >= total-inventario
           CLOSE ARCHIVO-ACCIONES
           IF modo-corrida = "DEPURA" AND respaldos-vencidos > ZERO
               PERFORM REESCRIBE-RESPALDOS
           END-IF
           MOVE SPACES TO registro-bitacora
           STRING marca-bitacora DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               modo-corrida DELIMITED BY SIZE
               " FIN, REVISADOS " DELIMITED BY SIZE
               archivos-revisados DELIMITED BY SIZE
               " COMPRIME " DELIMITED BY SIZE
               archivos-comprimidos DELIMITED BY SIZE
               " MUEVE " DELIMITED BY SIZE
               archivos-movidos DELIMITED BY SIZE
               " PURGA " DELIMITED BY SIZE
               archivos-purgados DELIMITED BY SIZE
               " PROTEGIDOS " DELIMITED BY SIZE
               archivos-protegidos DELIMITED BY SIZE
               " RESPALDOS VENCIDOS " DELIMITED BY SIZE
               respaldos-vencidos DELIMITED BY SIZE
               INTO registro-bitacora
           WRITE registro-bitacora
           CLOSE ARCHIVO-BITACORA
           IF modo-corrida = "PREVIA"
               DISPLAY "VISTA PREVIA: NO SE CAMBIA NADA; VER "
                   "data/depuracion-bitacora.txt"
           END-IF
           DISPLAY "ARCHIVOS REVISADOS: " archivos-revisados
           DISPLAY "A COMPRIMIR EN EL ARCHIVO: " archivos-comprimidos
           DISPLAY "A MOVER AL ARCHIVO: " archivos-movidos
           DISPLAY "A PURGAR DEL ARCHIVO: " archivos-purgados
           DISPLAY "VENCIDOS PERO PROTEGIDOS: " archivos-protegidos
           DISPLAY "GENERACIONES DE RESPALDO VENCIDAS: "
               respaldos-vencidos
           IF archivos-repetidos > ZERO
               DISPLAY "YA ARCHIVADOS CON ESE NOMBRE (SE DEJAN): "
                   archivos-repetidos
               IF codigo-retorno < 4
                   MOVE 4 TO codigo-retorno
               END-IF
           END-IF.
       MAIN-PROCEDURE-EXIT.
           MOVE codigo-retorno TO RETURN-CODE
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

      * Renglon de la tabla: patron modo conservar accion horizonte,
      * separados por blancos; los renglones con '*' en la primera
      * columna son comentario.
       CARGA-RETENCION.
           MOVE ZERO TO total-reglas
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-RETENCION
           IF estado-archivo-retencion = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-RETENCION
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-REGLA
                           THRU CARGA-REGLA-FIN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RETENCION
           END-IF.

       CARGA-REGLA.
           IF registro-retencion = SPACES
               OR registro-retencion(1:1) = "*"
               GO TO CARGA-REGLA-FIN
           END-IF
           MOVE SPACES TO campos-retencion
           UNSTRING registro-retencion DELIMITED BY ALL SPACES
               INTO campo-retencion(1) campo-retencion(2)
                    campo-retencion(3) campo-retencion(4)
                    campo-retencion(5)
           MOVE ZERO TO comodines
           INSPECT campo-retencion(1) TALLYING comodines FOR ALL "*"
           IF comodines > 1
               OR (campo-retencion(2) NOT = "D"
                   AND campo-retencion(2) NOT = "G")
               OR (campo-retencion(4) NOT = "C"
                   AND campo-retencion(4) NOT = "M")
               OR FUNCTION TRIM(campo-retencion(3)) IS NOT NUMERIC
               OR FUNCTION TRIM(campo-retencion(5)) IS NOT NUMERIC
               DISPLAY "RENGLON DE RETENCION INVALIDO, SE IGNORA: "
                   FUNCTION TRIM(registro-retencion)
               MOVE 4 TO codigo-retorno
               GO TO CARGA-REGLA-FIN
           END-IF
           IF total-reglas >= 100
               DISPLAY "AVISO: TABLA DE RETENCION LLENA, SE IGNORA: "
                   FUNCTION TRIM(registro-retencion)
               MOVE 4 TO codigo-retorno
               GO TO CARGA-REGLA-FIN
           END-IF
           ADD 1 TO total-reglas
           MOVE campo-retencion(1) TO tab-ret-patron(total-reglas)
           MOVE campo-retencion(2) TO tab-ret-modo(total-reglas)
           MOVE FUNCTION NUMVAL(campo-retencion(3))
               TO tab-ret-conservar(total-reglas)
           MOVE campo-retencion(4) TO tab-ret-accion(total-reglas)
           MOVE FUNCTION NUMVAL(campo-retencion(5))
               TO tab-ret-horizonte(total-reglas)
           MOVE SPACES TO tab-ret-prefijo(total-reglas)
           MOVE SPACES TO tab-ret-sufijo(total-reglas)
           MOVE ZERO TO tab-ret-largo-pre(total-reglas)
           MOVE ZERO TO tab-ret-largo-suf(total-reglas)
           IF comodines = ZERO
               MOVE 'N' TO tab-ret-comodin(total-reglas)
               GO TO CARGA-REGLA-FIN
           END-IF
           MOVE 'S' TO tab-ret-comodin(total-reglas)
           MOVE ZERO TO blancos-finales
           INSPECT FUNCTION REVERSE(campo-retencion(1))
               TALLYING blancos-finales FOR LEADING SPACES
           COMPUTE largo-patron = 30 - blancos-finales
           INSPECT campo-retencion(1)
               TALLYING tab-ret-largo-pre(total-reglas)
               FOR CHARACTERS BEFORE INITIAL "*"
           COMPUTE tab-ret-largo-suf(total-reglas)
               = largo-patron - tab-ret-largo-pre(total-reglas) - 1
           UNSTRING campo-retencion(1) DELIMITED BY "*"
               INTO tab-ret-prefijo(total-reglas)
                    tab-ret-sufijo(total-reglas).
       CARGA-REGLA-FIN.
           EXIT.

      * El inventario trae area, fecha de modificacion AAAAMMDD y
      * nombre; del archivo comprimido se compara el nombre original.
       CARGA-INVENTARIO.
           MOVE ZERO TO total-inventario
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-INVENTARIO
           IF estado-archivo-inventario NOT = "00"
               DISPLAY "ERROR OPENING data/inventario-datos.txt, "
                   "FILE STATUS: " estado-archivo-inventario
               MOVE 16 TO codigo-retorno
           ELSE
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-INVENTARIO
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-ARCHIVO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-INVENTARIO
           END-IF.

       CARGA-ARCHIVO.
           IF (inv-area = "D" OR inv-area = "A")
               AND inv-fecha IS NUMERIC
               AND inv-nombre NOT = SPACES
               IF total-inventario >= 5000
                   DISPLAY "AVISO: INVENTARIO LLENO, SE IGNORA: "
                       FUNCTION TRIM(inv-nombre)
                   MOVE 4 TO codigo-retorno
               ELSE
                   ADD 1 TO total-inventario
                   MOVE inv-area TO tab-inv-area(total-inventario)
                   MOVE inv-fecha TO tab-inv-fecha(total-inventario)
                   MOVE inv-nombre TO tab-inv-nombre(total-inventario)
                   MOVE inv-nombre TO nombre-base
                   PERFORM CALCULA-LARGO-BASE
                   IF inv-area = "A" AND largo-base > 3
                       COMPUTE posicion-sufijo = largo-base - 2
                       IF nombre-base(posicion-sufijo:3) = ".gz"
                           MOVE SPACES
                               TO nombre-base(posicion-sufijo:3)
                           SUBTRACT 3 FROM largo-base
                       END-IF
                   END-IF
                   MOVE nombre-base TO tab-inv-base(total-inventario)
                   MOVE ZERO TO tab-inv-regla(total-inventario)
                   MOVE ZERO TO indice-reservado
                   PERFORM BUSCA-RESERVADO UNTIL indice-reservado >= 8
                   IF indice-reservado NOT > 8
                       PERFORM ASIGNA-REGLA
                   END-IF
               END-IF
           END-IF.

       CALCULA-LARGO-BASE.
           MOVE ZERO TO blancos-finales
           INSPECT FUNCTION REVERSE(nombre-base)
               TALLYING blancos-finales FOR LEADING SPACES
           COMPUTE largo-base = 60 - blancos-finales.

      * Gana el primer patron de la tabla que case con el nombre.
       ASIGNA-REGLA.
           MOVE ZERO TO indice-regla
           MOVE 'N' TO patron-casa
           PERFORM COMPARA-PATRON THRU COMPARA-PATRON-FIN
               UNTIL patron-casa = 'S'
                  OR indice-regla >= total-reglas
           IF patron-casa = 'S'
               MOVE indice-regla TO tab-inv-regla(total-inventario)
           END-IF.

       COMPARA-PATRON.
           ADD 1 TO indice-regla
           IF tab-ret-comodin(indice-regla) = 'N'
               IF nombre-base = tab-ret-patron(indice-regla)
                   MOVE 'S' TO patron-casa
               END-IF
               GO TO COMPARA-PATRON-FIN
           END-IF
           IF largo-base < tab-ret-largo-pre(indice-regla)
                         + tab-ret-largo-suf(indice-regla)
               GO TO COMPARA-PATRON-FIN
           END-IF
           IF tab-ret-largo-pre(indice-regla) > ZERO
               IF nombre-base(1:tab-ret-largo-pre(indice-regla))
                   NOT = tab-ret-prefijo(indice-regla)
                         (1:tab-ret-largo-pre(indice-regla))
                   GO TO COMPARA-PATRON-FIN
               END-IF
           END-IF
           IF tab-ret-largo-suf(indice-regla) > ZERO
               COMPUTE posicion-sufijo = largo-base
                   - tab-ret-largo-suf(indice-regla) + 1
               IF nombre-base(posicion-sufijo:
                              tab-ret-largo-suf(indice-regla))
                   NOT = tab-ret-sufijo(indice-regla)
                         (1:tab-ret-largo-suf(indice-regla))
                   GO TO COMPARA-PATRON-FIN
               END-IF
           END-IF
           MOVE 'S' TO patron-casa.
       COMPARA-PATRON-FIN.
           EXIT.

       CARGA-CORRIDAS-VIGENTES.
           MOVE ZERO TO total-corridas
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-CATALOGO-GEN
           IF estado-archivo-catalogo-gen = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-CATALOGO-GEN
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-CORRIDA-VIGENTE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CATALOGO-GEN
           END-IF.

       CARGA-CORRIDA-VIGENTE.
           IF gen-estado = "VIGENTE" AND gen-etiqueta NOT = SPACES
               IF total-corridas >= 500
                   MOVE 'N' TO catalogo-completo
               ELSE
                   ADD 1 TO total-corridas
                   MOVE gen-etiqueta
                       TO tab-corrida-vigente(total-corridas)
               END-IF
           END-IF.

       CARGA-MESES-VIGENTES.
           MOVE ZERO TO total-meses
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-CATALOGO-AUD
           IF estado-archivo-catalogo-aud = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-CATALOGO-AUD
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-MES-VIGENTE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CATALOGO-AUD
           END-IF.

       CARGA-MES-VIGENTE.
           IF cat-estado = "VIGENTE"
               IF total-meses >= 300
                   MOVE 'N' TO catalogo-completo
               ELSE
                   ADD 1 TO total-meses
                   MOVE cat-mes TO tab-mes-vigente(total-meses)
               END-IF
           END-IF.

       CARGA-RESPALDOS.
           MOVE ZERO TO total-respaldos
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-CATALOGO-RESP
           IF estado-archivo-catalogo-resp = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-CATALOGO-RESP
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-RESPALDO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CATALOGO-RESP
           END-IF.

       CARGA-RESPALDO.
           IF total-respaldos >= 500
               MOVE 'N' TO catalogo-completo
           ELSE
               ADD 1 TO total-respaldos
               MOVE registro-catalogo-resp
                   TO tab-resp-registro(total-respaldos)
               MOVE resp-estado TO tab-resp-estado(total-respaldos)
           END-IF.

      * Una generacion de respaldo aun RESPALDADA vence por la regla
      * del patron que alcanza a sus archivos: por dias desde la
      * fecha de la generacion, o por cuantas generaciones mas nuevas
      * hay en el catalogo.
       VENCE-RESPALDO.
           ADD 1 TO indice-respaldo
           MOVE tab-resp-registro(indice-respaldo)
               TO registro-catalogo-resp
           IF tab-resp-estado(indice-respaldo) = "VENCIDA"
               OR resp-fecha IS NOT NUMERIC
               GO TO VENCE-RESPALDO-FIN
           END-IF
           MOVE SPACES TO nombre-base
           STRING "respaldo-" DELIMITED BY SIZE
               resp-fecha DELIMITED BY SIZE
               "-saldos.txt" DELIMITED BY SIZE
               INTO nombre-base
           PERFORM CALCULA-LARGO-BASE
           MOVE ZERO TO indice-regla
           MOVE 'N' TO patron-casa
           PERFORM COMPARA-PATRON THRU COMPARA-PATRON-FIN
               UNTIL patron-casa = 'S'
                  OR indice-regla >= total-reglas
           IF patron-casa = 'N'
               GO TO VENCE-RESPALDO-FIN
           END-IF
           MOVE 'N' TO archivo-vencido
           IF tab-ret-modo(indice-regla) = "D"
               MOVE resp-fecha TO fecha-archivo-num
               PERFORM CALCULA-EDAD
               IF dias-archivo > tab-ret-conservar(indice-regla)
                   MOVE 'S' TO archivo-vencido
               END-IF
           ELSE
               MOVE ZERO TO generaciones-mas-nuevas
               MOVE ZERO TO indice-otro-respaldo
               PERFORM CUENTA-RESPALDO-NUEVO
                   UNTIL indice-otro-respaldo >= total-respaldos
               IF generaciones-mas-nuevas
                   >= tab-ret-conservar(indice-regla)
                   MOVE 'S' TO archivo-vencido
               END-IF
           END-IF
           IF archivo-vencido = 'S'
               MOVE "VENCIDA" TO tab-resp-estado(indice-respaldo)
               ADD 1 TO respaldos-vencidos
               MOVE SPACES TO registro-bitacora
               STRING marca-bitacora DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   modo-corrida DELIMITED BY SIZE
                   " VENCE-RESPALDO " DELIMITED BY SIZE
                   resp-fecha DELIMITED BY SIZE
                   " REGLA " DELIMITED BY SIZE
                   FUNCTION TRIM(tab-ret-patron(indice-regla))
                   DELIMITED BY SIZE
                   INTO registro-bitacora
               WRITE registro-bitacora
           END-IF.
       VENCE-RESPALDO-FIN.
           EXIT.

       CUENTA-RESPALDO-NUEVO.
           ADD 1 TO indice-otro-respaldo
           IF tab-resp-registro(indice-otro-respaldo)(1:8)
               > resp-fecha
               ADD 1 TO generaciones-mas-nuevas
           END-IF.

       CALCULA-EDAD.
           IF fecha-archivo-num > fecha-negocio-num
               MOVE ZERO TO dias-archivo
           ELSE
               COMPUTE dias-archivo
                   = FUNCTION INTEGER-OF-DATE(fecha-negocio-num)
                   - FUNCTION INTEGER-OF-DATE(fecha-archivo-num)
           END-IF.

      * En data/ lo vencido se comprime o se mueve al archivo; en el
      * archivo lo que paso el horizonte se purga. Lo que esta vencido
      * pero sigue vivo en un catalogo solo se asienta como protegido.
       DECIDE-ARCHIVO.
           ADD 1 TO indice-inventario
           ADD 1 TO archivos-revisados
           MOVE tab-inv-base(indice-inventario) TO nombre-base
           MOVE tab-inv-regla(indice-inventario) TO indice-regla
           IF indice-regla = ZERO
               GO TO DECIDE-ARCHIVO-FIN
           END-IF
           MOVE tab-inv-fecha(indice-inventario) TO fecha-archivo-num
           PERFORM CALCULA-EDAD
           MOVE 'N' TO archivo-vencido
           IF tab-inv-area(indice-inventario) = "A"
               IF tab-ret-horizonte(indice-regla) > ZERO
                   AND dias-archivo > tab-ret-horizonte(indice-regla)
                   MOVE 'S' TO archivo-vencido
                   MOVE "P" TO acc-accion
                   MOVE "PURGA" TO texto-accion
               END-IF
           ELSE
               PERFORM REVISA-VENCIMIENTO
               IF tab-ret-accion(indice-regla) = "C"
                   MOVE "C" TO acc-accion
                   MOVE "COMPRIME" TO texto-accion
               ELSE
                   MOVE "M" TO acc-accion
                   MOVE "MUEVE" TO texto-accion
               END-IF
           END-IF
           IF archivo-vencido = 'N'
               GO TO DECIDE-ARCHIVO-FIN
           END-IF
           PERFORM REVISA-PROTECCION
           IF archivo-protegido = 'S'
               ADD 1 TO archivos-protegidos
               MOVE "PROTEGIDO" TO texto-accion
               PERFORM ASIENTA-DECISION
               GO TO DECIDE-ARCHIVO-FIN
           END-IF
           IF tab-inv-area(indice-inventario) = "D"
               PERFORM BUSCA-YA-ARCHIVADO
               IF indice-comparado > total-inventario
                   ADD 1 TO archivos-repetidos
                   MOVE "YA EN EL ARCHIVO CON ESE NOMBRE"
                       TO motivo-decision
                   MOVE "SE DEJA" TO texto-accion
                   PERFORM ASIENTA-DECISION
                   GO TO DECIDE-ARCHIVO-FIN
               END-IF
           END-IF
           EVALUATE acc-accion
               WHEN "C"
                   ADD 1 TO archivos-comprimidos
               WHEN "M"
                   ADD 1 TO archivos-movidos
               WHEN "P"
                   ADD 1 TO archivos-purgados
           END-EVALUATE
           MOVE dias-archivo TO dias-edad-edit
           MOVE SPACES TO motivo-decision
           STRING FUNCTION TRIM(dias-edad-edit) DELIMITED BY SIZE
               " DIAS, REGLA " DELIMITED BY SIZE
               FUNCTION TRIM(tab-ret-patron(indice-regla))
               DELIMITED BY SIZE
               INTO motivo-decision
           PERFORM ASIENTA-DECISION
           IF modo-corrida = "DEPURA"
               MOVE tab-inv-nombre(indice-inventario) TO acc-nombre
               MOVE SPACE TO registro-accion(2:1)
               WRITE registro-accion
           END-IF.
       DECIDE-ARCHIVO-FIN.
           EXIT.

      * Un hallazgo deja el indice en 9 (fuera de la lista); el
      * reservado se queda sin regla y nunca se depura.
       BUSCA-RESERVADO.
           ADD 1 TO indice-reservado
           IF nombre-base = tab-reservado(indice-reservado)
               MOVE 9 TO indice-reservado
           END-IF.

       REVISA-VENCIMIENTO.
           IF tab-ret-modo(indice-regla) = "D"
               IF dias-archivo > tab-ret-conservar(indice-regla)
                   MOVE 'S' TO archivo-vencido
               END-IF
           ELSE
               MOVE ZERO TO generaciones-mas-nuevas
               MOVE ZERO TO indice-comparado
               PERFORM CUENTA-GENERACION-NUEVA
                   UNTIL indice-comparado >= total-inventario
                      OR generaciones-mas-nuevas
                         >= tab-ret-conservar(indice-regla)
               IF generaciones-mas-nuevas
                   >= tab-ret-conservar(indice-regla)
                   MOVE 'S' TO archivo-vencido
               END-IF
           END-IF.

      * Generacion = fecha distinta entre los archivos de data/ que
      * caen en la misma regla.
       CUENTA-GENERACION-NUEVA.
           ADD 1 TO indice-comparado
           IF tab-inv-area(indice-comparado) = "D"
               AND tab-inv-regla(indice-comparado) = indice-regla
               AND tab-inv-fecha(indice-comparado)
                   > tab-inv-fecha(indice-inventario)
               MOVE 'N' TO fecha-ya-contada
               MOVE ZERO TO indice-contada
               PERFORM BUSCA-FECHA-CONTADA
                   UNTIL fecha-ya-contada = 'S'
                      OR indice-contada >= generaciones-mas-nuevas
               IF fecha-ya-contada = 'N'
                   AND generaciones-mas-nuevas < 400
                   ADD 1 TO generaciones-mas-nuevas
                   MOVE tab-inv-fecha(indice-comparado)
                       TO fecha-contada(generaciones-mas-nuevas)
               END-IF
           END-IF.

       BUSCA-FECHA-CONTADA.
           ADD 1 TO indice-contada
           IF fecha-contada(indice-contada)
               = tab-inv-fecha(indice-comparado)
               MOVE 'S' TO fecha-ya-contada
           END-IF.

       REVISA-PROTECCION.
           MOVE 'N' TO archivo-protegido
           MOVE ZERO TO indice-corrida
           PERFORM BUSCA-CORRIDA-VIGENTE
               UNTIL archivo-protegido = 'S'
                  OR indice-corrida >= total-corridas
           IF archivo-protegido = 'N'
               AND nombre-base(1:9) = "respaldo-"
               MOVE ZERO TO indice-respaldo
               PERFORM BUSCA-RESPALDO-VIGENTE
                   UNTIL archivo-protegido = 'S'
                      OR indice-respaldo >= total-respaldos
           END-IF
           IF archivo-protegido = 'N'
               AND nombre-base(1:10) = "auditoria-"
               MOVE ZERO TO indice-mes
               PERFORM BUSCA-MES-VIGENTE
                   UNTIL archivo-protegido = 'S'
                      OR indice-mes >= total-meses
           END-IF.

       BUSCA-CORRIDA-VIGENTE.
           ADD 1 TO indice-corrida
           MOVE ZERO TO apariciones
           INSPECT nombre-base TALLYING apariciones
               FOR ALL tab-corrida-vigente(indice-corrida)
           IF apariciones > ZERO
               MOVE 'S' TO archivo-protegido
               MOVE SPACES TO motivo-decision
               STRING "CORRIDA VIGENTE " DELIMITED BY SIZE
                   tab-corrida-vigente(indice-corrida)
                   DELIMITED BY SIZE
                   INTO motivo-decision
           END-IF.

       BUSCA-RESPALDO-VIGENTE.
           ADD 1 TO indice-respaldo
           IF tab-resp-estado(indice-respaldo) NOT = "VENCIDA"
               AND nombre-base(10:8)
                   = tab-resp-registro(indice-respaldo)(1:8)
               MOVE 'S' TO archivo-protegido
               MOVE SPACES TO motivo-decision
               STRING "RESPALDO " DELIMITED BY SIZE
                   FUNCTION TRIM(tab-resp-estado(indice-respaldo))
                   DELIMITED BY SIZE
                   INTO motivo-decision
           END-IF.

       BUSCA-MES-VIGENTE.
           ADD 1 TO indice-mes
           IF nombre-base(11:6) = tab-mes-vigente(indice-mes)
               MOVE 'S' TO archivo-protegido
               MOVE "MES DE AUDITORIA VIGENTE" TO motivo-decision
           END-IF.

      * El nombre con que quedaria en el archivo ya existe: no se
      * pisa lo archivado antes. Un hallazgo deja el indice pasado
      * del total.
       BUSCA-YA-ARCHIVADO.
           MOVE SPACES TO nombre-archivado
           IF tab-ret-accion(indice-regla) = "C"
               STRING FUNCTION TRIM(tab-inv-nombre(indice-inventario))
                   DELIMITED BY SIZE
                   ".gz" DELIMITED BY SIZE
                   INTO nombre-archivado
           ELSE
               MOVE tab-inv-nombre(indice-inventario)
                   TO nombre-archivado
           END-IF
           MOVE ZERO TO indice-comparado
           PERFORM COMPARA-ARCHIVADO
               UNTIL indice-comparado >= total-inventario.

       COMPARA-ARCHIVADO.
           ADD 1 TO indice-comparado
           IF tab-inv-area(indice-comparado) = "A"
               AND tab-inv-nombre(indice-comparado) = nombre-archivado
               COMPUTE indice-comparado = total-inventario + 1
           END-IF.

       ASIENTA-DECISION.
           MOVE SPACES TO registro-bitacora
           STRING marca-bitacora DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               modo-corrida DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(texto-accion) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(tab-inv-nombre(indice-inventario))
               DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(motivo-decision) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO registro-bitacora
           WRITE registro-bitacora.

       REESCRIBE-RESPALDOS.
           OPEN OUTPUT ARCHIVO-CATALOGO-RESP
           IF estado-archivo-catalogo-resp NOT = "00"
               DISPLAY "NO SE PUDO REESCRIBIR EL CATALOGO DE "
                   "RESPALDOS, FILE STATUS: "
                   estado-archivo-catalogo-resp
               MOVE 16 TO codigo-retorno
           ELSE
               MOVE ZERO TO indice-respaldo
               PERFORM ESCRIBE-RESPALDO
                   UNTIL indice-respaldo >= total-respaldos
               CLOSE ARCHIVO-CATALOGO-RESP
           END-IF.

       ESCRIBE-RESPALDO.
           ADD 1 TO indice-respaldo
           MOVE tab-resp-registro(indice-respaldo)
               TO registro-catalogo-resp
           MOVE tab-resp-estado(indice-respaldo) TO resp-estado
           WRITE registro-catalogo-resp.

       END PROGRAM DEPURA-DATOS.

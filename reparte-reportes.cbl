      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Reparto por sucursal de los reportes del dia, para
      *          que ya nadie tenga que partirlos a mano ni una
      *          sucursal reciba las paginas de clientes de otra:
      *          corta el corte por sucursal de REPORTE-SUCURSAL
      *          (data/reporte-sucursal.txt), el resumen por cuenta de
      *          RESUMEN-DIARIO (data/resumen-cuentas.txt) y los
      *          estados de cuenta de ESTADO-CUENTA
      *          (data/estado-cuenta.txt) en un spool por sucursal,
      *          data/reparto-<sucursal>-<etiqueta>.txt. Cada renglon
      *          va a la sucursal de su cuenta segun el maestro de
      *          cuentas; lo agrupado SIN SUCURSAL (????) y los
      *          grandes totales van a la oficina matriz (MATR), y el
      *          titulo de cada reporte va con su parte a cada
      *          sucursal. Los encabezados de pagina del estado de
      *          cuenta original se quitan: cada spool sale por
      *          IMPRESOR con el encabezado de la casa y su propia
      *          paginacion. La lista de distribucion
      *          data/distribucion-reportes.txt dice quien recibe que
      *          de cada sucursal, un destinatario por renglon:
      *              sucursal  destinatario  reportes
      *          (reportes: C corte, R resumen, E estados, por ejemplo
      *          CRE; los renglones que empiezan con '*' son
      *          comentarios). La sucursal recibe los reportes que
      *          pida alguno de sus destinatarios. La bitacora
      *          data/bitacora-reparto.txt asienta que reporte de que
      *          corrida se entrego a que destinatario de cada
      *          sucursal. La sucursal con renglones pero sin
      *          destinatario en la lista recibe su spool completo,
      *          para que nada se pierda, y queda listada en la
      *          bitacora como SIN DESTINATARIO.
      *          Uso: reparte-reportes [etiqueta]
      *          RETURN-CODE 4 si falto algun reporte o alguna
      *          sucursal no tiene destinatario, 16 si no se pudo leer
      *          la lista o escribir un spool o la bitacora.
      * Tectonics: cobc -x reparte-reportes.cbl
      *            (requiere IMPRESOR.so)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPARTE-REPORTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA
               SYMBOLIC CHARACTERS ANGULAR-DERECHA IS 61
                                   ANGULAR-IZQUIERDA IS 63.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DISTRIBUCION
           ASSIGN TO "data/distribucion-reportes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-distribucion.
           SELECT ARCHIVO-REPORTE ASSIGN TO DYNAMIC nombre-reporte
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-reporte.
           SELECT ARCHIVO-ESPOOL ASSIGN TO DYNAMIC nombre-espool
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-espool.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-BITACORA
           ASSIGN TO "data/bitacora-reparto.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-bitacora.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-DISTRIBUCION.
       01  registro-distribucion   PICTURE X(80).
       FD  ARCHIVO-REPORTE.
       01  registro-reporte        PICTURE X(120).
       FD  ARCHIVO-ESPOOL.
       01  registro-espool         PICTURE X(120).
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-BITACORA.
       01  registro-bitacora.
           05  bit-fecha-hora      PICTURE X(14).
           05  FILLER              PICTURE X(01).
           05  bit-corrida         PICTURE X(07).
           05  FILLER              PICTURE X(01).
           05  bit-sucursal        PICTURE X(04).
           05  FILLER              PICTURE X(01).
           05  bit-reporte         PICTURE X(08).
           05  FILLER              PICTURE X(01).
           05  bit-destinatario    PICTURE X(30).
           05  FILLER              PICTURE X(01).
           05  bit-lineas          PICTURE Z(5)9.
           05  FILLER              PICTURE X(01).
           05  bit-espool          PICTURE X(40).
       WORKING-STORAGE SECTION.
           01      estado-archivo-distribucion PICTURE X(02).
           01      estado-archivo-reporte PICTURE X(02).
           01      estado-archivo-espool  PICTURE X(02).
           01      estado-archivo-cuentas PICTURE X(02).
           01      estado-archivo-bitacora PICTURE X(02).
           01      nombre-reporte  PICTURE X(40).
           01      nombre-espool   PICTURE X(40).
           01      fin-archivo     PICTURE X(01) VALUE 'N'.
           01      fin-reporte     PICTURE X(01) VALUE 'N'.
           01      cuentas-abierto PICTURE X(01) VALUE 'N'.
           01      etiqueta-pedida PICTURE X(10).
           01      etiqueta-archivo PICTURE X(10).
           01      marca-fecha-hora PICTURE X(21).
           01      codigo-retorno  PICTURE 9(03) VALUE ZERO.
           01      nombre-programa PICTURE X(30) VALUE
                       "REPARTE-REPORTES".
           01      numero-pagina   PICTURE 9(03) VALUE 1.
           01      texto-impresion PICTURE X(100).
      * La oficina matriz recibe lo que no tiene sucursal y los
      * grandes totales de la casa.
           01      sucursal-matriz PICTURE X(04) VALUE "MATR".
      * Los tres reportes que se reparten, con la letra que los pide
      * en la lista de distribucion.
           01      lista-reportes.
               05      FILLER PICTURE X(01) VALUE "C".
               05      FILLER PICTURE X(08) VALUE "CORTE".
               05      FILLER PICTURE X(40)
                           VALUE "data/reporte-sucursal.txt".
               05      FILLER PICTURE X(01) VALUE "R".
               05      FILLER PICTURE X(08) VALUE "RESUMEN".
               05      FILLER PICTURE X(40)
                           VALUE "data/resumen-cuentas.txt".
               05      FILLER PICTURE X(01) VALUE "E".
               05      FILLER PICTURE X(08) VALUE "ESTADOS".
               05      FILLER PICTURE X(40)
                           VALUE "data/estado-cuenta.txt".
           01      tabla-reportes REDEFINES lista-reportes.
               05      renglon-reporte OCCURS 3 TIMES.
                   10      rep-codigo  PICTURE X(01).
                   10      rep-nombre  PICTURE X(08).
                   10      rep-archivo PICTURE X(40).
           01      indice-reporte  PICTURE 9(01) COMP VALUE ZERO.
      * Lista de distribucion completa en memoria.
           01      total-destinos  PICTURE 9(03) COMP VALUE ZERO.
           01      indice-destino  PICTURE 9(03) COMP VALUE ZERO.
           01      tabla-destinos.
               05      renglon-destino OCCURS 200 TIMES.
                   10      dst-sucursal     PICTURE X(04).
                   10      dst-destinatario PICTURE X(30).
                   10      dst-reportes     PICTURE X(03).
           01      campos-distribucion.
               05      campo-distribucion OCCURS 3 TIMES
                                          PICTURE X(30).
      * Sucursales con algo que recibir y cuantos renglones de cada
      * reporte les tocan (lo cuenta el primer recorrido).
           01      sucursal-hallada PICTURE X(01) VALUE 'N'.
           01      total-sucursales PICTURE 9(02) COMP VALUE ZERO.
           01      indice-sucursal PICTURE 9(02) COMP VALUE ZERO.
           01      indice-busca    PICTURE 9(02) COMP VALUE ZERO.
           01      indice-hallado  PICTURE 9(02) COMP VALUE ZERO.
           01      tabla-sucursales.
               05      renglon-sucursal OCCURS 50 TIMES.
                   10      suc-codigo PICTURE X(04).
                   10      suc-lineas PICTURE 9(06) OCCURS 3 TIMES.
      * Recorrido de un reporte: 'C' cuenta renglones por sucursal,
      * 'E' entrega al spool los de la sucursal en curso.
           01      modo-recorrido  PICTURE X(01) VALUE 'C'.
           01      sucursal-trabajo PICTURE X(04).
           01      sucursal-seccion PICTURE X(04).
           01      dueno-linea     PICTURE X(04).
           01      linea-comun     PICTURE X(01) VALUE 'N'.
           01      lineas-saltar   PICTURE 9(01) VALUE ZERO.
      * Lo que recibe la sucursal en curso.
           01      con-destinatario PICTURE X(01) VALUE 'N'.
           01      incluye-reportes.
               05      incluye-reporte PICTURE X(01) OCCURS 3 TIMES.
           01      letra-pedida    PICTURE 9(02) VALUE ZERO.
           01      destinatario-entrega PICTURE X(30).
           01      lineas-sucursal PICTURE 9(07) VALUE ZERO.
           01      lineas-entregadas PICTURE 9(06) VALUE ZERO.
           01      espools-cortados PICTURE 9(03) VALUE ZERO.
           01      sin-destinatario PICTURE 9(03) VALUE ZERO.
           01      entregas        PICTURE 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO etiqueta-pedida
           ACCEPT etiqueta-pedida FROM COMMAND-LINE
           IF etiqueta-pedida = SPACES
               MOVE "actual" TO etiqueta-archivo
           ELSE
               MOVE etiqueta-pedida TO etiqueta-archivo
           END-IF
           MOVE FUNCTION CURRENT-DATE TO marca-fecha-hora
           PERFORM CARGA-DISTRIBUCION
           IF codigo-retorno NOT = ZERO
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN INPUT ARCHIVO-CUENTAS
           IF estado-archivo-cuentas = "00"
               MOVE 'S' TO cuentas-abierto
           ELSE
               MOVE 'N' TO cuentas-abierto
               DISPLAY "AVISO: MAESTRO DE CUENTAS NO DISPONIBLE, "
                   "FILE STATUS: " estado-archivo-cuentas
                   ". TODO VA A LA OFICINA MATRIZ."
           END-IF
      * La matriz va primero: siempre recibe los grandes totales.
           MOVE sucursal-matriz TO sucursal-trabajo
           PERFORM BUSCA-RENGLON-SUCURSAL
           MOVE 'C' TO modo-recorrido
           MOVE ZERO TO indice-reporte
           PERFORM CUENTA-REPORTE
               UNTIL indice-reporte >= 3
           OPEN EXTEND ARCHIVO-BITACORA
           IF estado-archivo-bitacora NOT = "00"
               OPEN OUTPUT ARCHIVO-BITACORA
           END-IF
           IF estado-archivo-bitacora NOT = "00"
               DISPLAY "ERROR OPENING data/bitacora-reparto.txt, "
                   "FILE STATUS: " estado-archivo-bitacora
               MOVE 16 TO codigo-retorno
           ELSE
               MOVE ZERO TO indice-sucursal
               PERFORM REPARTE-SUCURSAL THRU REPARTE-SUCURSAL-FIN
                   UNTIL indice-sucursal >= total-sucursales
               CLOSE ARCHIVO-BITACORA
           END-IF
           IF cuentas-abierto = 'S'
               CLOSE ARCHIVO-CUENTAS
           END-IF
           DISPLAY "REPARTO DE LA CORRIDA "
               FUNCTION TRIM(etiqueta-archivo) ": "
               espools-cortados " SPOOLS, " entregas
               " ENTREGAS, " sin-destinatario
               " SUCURSALES SIN DESTINATARIO "
               "(VER data/bitacora-reparto.txt)".
       MAIN-PROCEDURE-EXIT.
           MOVE codigo-retorno TO RETURN-CODE
           GOBACK.

      * La lista se carga completa; un renglon sin sucursal o sin
      * destinatario no cuenta, y uno sin reportes los pide todos.
       CARGA-DISTRIBUCION.
           OPEN INPUT ARCHIVO-DISTRIBUCION
           IF estado-archivo-distribucion NOT = "00"
               DISPLAY "NO SE PUDO LEER LA LISTA DE DISTRIBUCION "
                   "data/distribucion-reportes.txt, FILE STATUS: "
                   estado-archivo-distribucion
               MOVE 16 TO codigo-retorno
           ELSE
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-DISTRIBUCION
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-DESTINO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-DISTRIBUCION
           END-IF.

       CARGA-DESTINO.
           IF registro-distribucion NOT = SPACES
               AND registro-distribucion(1:1) NOT = "*"
               MOVE SPACES TO campos-distribucion
               UNSTRING registro-distribucion DELIMITED BY ALL SPACES
                   INTO campo-distribucion(1) campo-distribucion(2)
                        campo-distribucion(3)
               IF campo-distribucion(1) = SPACES
                   OR campo-distribucion(2) = SPACES
                   DISPLAY "AVISO: RENGLON DE DISTRIBUCION INCOMPLETO: "
                       FUNCTION TRIM(registro-distribucion)
               ELSE
                   IF total-destinos >= 200
                       DISPLAY "AVISO: LISTA DE DISTRIBUCION LLENA, "
                           "RENGLON SIN CARGAR: "
                           FUNCTION TRIM(registro-distribucion)
                   ELSE
                       ADD 1 TO total-destinos
                       MOVE campo-distribucion(1)
                           TO dst-sucursal(total-destinos)
                       MOVE campo-distribucion(2)
                           TO dst-destinatario(total-destinos)
                       MOVE campo-distribucion(3)
                           TO dst-reportes(total-destinos)
                       IF dst-reportes(total-destinos) = SPACES
                           MOVE "CRE" TO dst-reportes(total-destinos)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CUENTA-REPORTE.
           ADD 1 TO indice-reporte
           PERFORM RECORRE-REPORTE THRU RECORRE-REPORTE-FIN.

      * Un reporte que no se genero no se reparte; el resto si.
       RECORRE-REPORTE.
           MOVE rep-archivo(indice-reporte) TO nombre-reporte
           OPEN INPUT ARCHIVO-REPORTE
           IF estado-archivo-reporte NOT = "00"
               IF modo-recorrido = 'C'
                   DISPLAY "AVISO: NO SE PUDO LEER "
                       FUNCTION TRIM(nombre-reporte)
                       ", FILE STATUS: " estado-archivo-reporte
                       ". ESE REPORTE NO SE REPARTE."
                   IF codigo-retorno < 4
                       MOVE 4 TO codigo-retorno
                   END-IF
               ELSE
                   DISPLAY "ERROR OPENING "
                       FUNCTION TRIM(nombre-reporte)
                       ", FILE STATUS: " estado-archivo-reporte
                   MOVE 16 TO codigo-retorno
               END-IF
               GO TO RECORRE-REPORTE-FIN
           END-IF
           MOVE SPACES TO sucursal-seccion
           MOVE ZERO TO lineas-saltar
           MOVE 'N' TO fin-reporte
           PERFORM UNTIL fin-reporte = 'Y'
               READ ARCHIVO-REPORTE
                   AT END MOVE 'Y' TO fin-reporte
                   NOT AT END PERFORM CLASIFICA-LINEA
                       THRU CLASIFICA-LINEA-FIN
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-REPORTE.
       RECORRE-REPORTE-FIN.
           EXIT.

      * Cada renglon tiene dueno (una sucursal), es comun (el titulo
      * del reporte, que va a todas) o no va a nadie (el encabezado de
      * pagina del original, que IMPRESOR vuelve a poner).
       CLASIFICA-LINEA.
           IF lineas-saltar > ZERO
               SUBTRACT 1 FROM lineas-saltar
               GO TO CLASIFICA-LINEA-FIN
           END-IF
           MOVE SPACES TO dueno-linea
           MOVE 'N' TO linea-comun
           EVALUATE rep-codigo(indice-reporte)
               WHEN 'C'
                   PERFORM CLASIFICA-CORTE
               WHEN 'R'
                   PERFORM CLASIFICA-RESUMEN
               WHEN 'E'
                   PERFORM CLASIFICA-ESTADO
           END-EVALUATE
           IF dueno-linea = "????"
               MOVE sucursal-matriz TO dueno-linea
           END-IF
           IF linea-comun = 'N'
               AND dueno-linea = SPACES
               GO TO CLASIFICA-LINEA-FIN
           END-IF
           IF modo-recorrido = 'C'
               IF linea-comun = 'N'
                   MOVE dueno-linea TO sucursal-trabajo
                   PERFORM BUSCA-RENGLON-SUCURSAL
                   IF sucursal-hallada = 'S'
                       ADD 1 TO suc-lineas(indice-hallado,
                                           indice-reporte)
                   END-IF
               END-IF
           ELSE
               IF linea-comun = 'S'
                   OR dueno-linea = suc-codigo(indice-sucursal)
                   MOVE registro-reporte TO texto-impresion
                   CALL "IMPRESOR" USING "D", nombre-programa,
                       numero-pagina, texto-impresion
                   ADD 1 TO lineas-entregadas
               END-IF
           END-IF.
       CLASIFICA-LINEA-FIN.
           EXIT.

      * Corte por sucursal: cada seccion abre con "SUCURSAL xxxx" y
      * cierra con su subtotal; el gran total es de la matriz.
       CLASIFICA-CORTE.
           IF registro-reporte(1:1) = ANGULAR-DERECHA
               IF registro-reporte(2:12) = " GRAN TOTAL:"
                   MOVE sucursal-matriz TO dueno-linea
               ELSE
                   MOVE 'S' TO linea-comun
               END-IF
           ELSE
               IF registro-reporte(1:9) = "SUCURSAL "
                   MOVE registro-reporte(10:4) TO sucursal-seccion
               END-IF
               MOVE sucursal-seccion TO dueno-linea
           END-IF.

      * Resumen diario: un renglon por cuenta, con la cuenta en las
      * primeras diez columnas.
       CLASIFICA-RESUMEN.
           IF registro-reporte(1:1) = ANGULAR-DERECHA
               IF registro-reporte(2:12) = " GRAN TOTAL:"
                   MOVE sucursal-matriz TO dueno-linea
               ELSE
                   MOVE 'S' TO linea-comun
               END-IF
           ELSE
               IF registro-reporte(1:10) NOT = SPACES
                   MOVE registro-reporte(1:10) TO CUENTA-ID
                   PERFORM BUSCA-SUCURSAL-CUENTA
                   MOVE sucursal-trabajo TO dueno-linea
               END-IF
           END-IF.

      * Estados de cuenta: cada estado abre con "ESTADO DE CUENTA" y
      * su cuenta y sigue hasta el siguiente; el encabezado de pagina
      * de IMPRESOR trae detras el titulo de columnas y un blanco.
       CLASIFICA-ESTADO.
           IF registro-reporte(1:1) = ANGULAR-DERECHA
               AND registro-reporte(3:13) = "ESTADO-CUENTA"
               MOVE 2 TO lineas-saltar
           ELSE
               IF registro-reporte(1:1) = ANGULAR-DERECHA
                   AND registro-reporte(3:16) = "ESTADO DE CUENTA"
                   MOVE registro-reporte(20:10) TO CUENTA-ID
                   PERFORM BUSCA-SUCURSAL-CUENTA
                   MOVE sucursal-trabajo TO sucursal-seccion
               END-IF
               MOVE sucursal-seccion TO dueno-linea
           END-IF.

      * La sucursal sale del maestro de cuentas; cuenta desconocida
      * o sin sucursal capturada se agrupa como ????.
       BUSCA-SUCURSAL-CUENTA.
           MOVE "????" TO sucursal-trabajo
           IF cuentas-abierto = 'S'
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUENTA-SUCURSAL NOT = SPACES
                           MOVE CUENTA-SUCURSAL TO sucursal-trabajo
                       END-IF
               END-READ
           END-IF.

       BUSCA-RENGLON-SUCURSAL.
           MOVE 'N' TO sucursal-hallada
           MOVE ZERO TO indice-busca
           PERFORM COMPARA-SUCURSAL
               UNTIL sucursal-hallada = 'S'
                  OR indice-busca >= total-sucursales
           IF sucursal-hallada = 'N'
               IF total-sucursales >= 50
                   DISPLAY "AVISO: TABLA DE SUCURSALES LLENA, "
                       "SUCURSAL " sucursal-trabajo " SIN REPARTO."
                   IF codigo-retorno < 4
                       MOVE 4 TO codigo-retorno
                   END-IF
               ELSE
                   ADD 1 TO total-sucursales
                   MOVE sucursal-trabajo
                       TO suc-codigo(total-sucursales)
                   MOVE ZERO TO suc-lineas(total-sucursales, 1)
                   MOVE ZERO TO suc-lineas(total-sucursales, 2)
                   MOVE ZERO TO suc-lineas(total-sucursales, 3)
                   MOVE total-sucursales TO indice-hallado
                   MOVE 'S' TO sucursal-hallada
               END-IF
           END-IF.

       COMPARA-SUCURSAL.
           ADD 1 TO indice-busca
           IF suc-codigo(indice-busca) = sucursal-trabajo
               MOVE indice-busca TO indice-hallado
               MOVE 'S' TO sucursal-hallada
           END-IF.

      * Un spool por sucursal con los reportes que piden sus
      * destinatarios; sin destinatario, con todo lo suyo.
       REPARTE-SUCURSAL.
           ADD 1 TO indice-sucursal
           MOVE 'N' TO con-destinatario
           MOVE "NNN" TO incluye-reportes
           MOVE ZERO TO indice-destino
           PERFORM REVISA-DESTINO
               UNTIL indice-destino >= total-destinos
           IF con-destinatario = 'N'
               MOVE "SSS" TO incluye-reportes
           END-IF
           MOVE ZERO TO lineas-sucursal
           MOVE ZERO TO indice-reporte
           PERFORM SUMA-LINEAS-INCLUIDAS
               UNTIL indice-reporte >= 3
           IF lineas-sucursal = ZERO
               GO TO REPARTE-SUCURSAL-FIN
           END-IF
           MOVE SPACES TO nombre-espool
           STRING "data/reparto-" DELIMITED BY SIZE
               suc-codigo(indice-sucursal) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               etiqueta-archivo DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO nombre-espool
      * IMPRESOR agrega al spool; una corrida repetida lo rehace.
           OPEN OUTPUT ARCHIVO-ESPOOL
           IF estado-archivo-espool NOT = "00"
               DISPLAY "ERROR OPENING " FUNCTION TRIM(nombre-espool)
                   ", FILE STATUS: " estado-archivo-espool
               MOVE 16 TO codigo-retorno
               GO TO REPARTE-SUCURSAL-FIN
           END-IF
           CLOSE ARCHIVO-ESPOOL
           MOVE 1 TO numero-pagina
           MOVE nombre-espool TO texto-impresion
           CALL "IMPRESOR" USING "A", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO texto-impresion
           STRING "REPARTO A SUCURSAL " DELIMITED BY SIZE
               suc-codigo(indice-sucursal) DELIMITED BY SIZE
               "  CORRIDA " DELIMITED BY SIZE
               etiqueta-archivo DELIMITED BY SPACE
               INTO texto-impresion
           CALL "IMPRESOR" USING "T", nombre-programa,
               numero-pagina, texto-impresion
           MOVE 'E' TO modo-recorrido
           MOVE ZERO TO indice-reporte
           PERFORM ENTREGA-REPORTE
               UNTIL indice-reporte >= 3
           CALL "IMPRESOR" USING "C", nombre-programa,
               numero-pagina, texto-impresion
           ADD 1 TO espools-cortados
           IF con-destinatario = 'N'
               ADD 1 TO sin-destinatario
               DISPLAY "SUCURSAL " suc-codigo(indice-sucursal)
                   " SIN DESTINATARIO EN LA LISTA DE DISTRIBUCION; "
                   "SU SPOOL QUEDA EN " FUNCTION TRIM(nombre-espool)
               IF codigo-retorno < 4
                   MOVE 4 TO codigo-retorno
               END-IF
           END-IF.
       REPARTE-SUCURSAL-FIN.
           EXIT.

       REVISA-DESTINO.
           ADD 1 TO indice-destino
           IF dst-sucursal(indice-destino) = suc-codigo(indice-sucursal)
               MOVE 'S' TO con-destinatario
               MOVE ZERO TO indice-reporte
               PERFORM MARCA-REPORTE-PEDIDO
                   UNTIL indice-reporte >= 3
           END-IF.

       MARCA-REPORTE-PEDIDO.
           ADD 1 TO indice-reporte
           MOVE ZERO TO letra-pedida
           INSPECT dst-reportes(indice-destino) TALLYING letra-pedida
               FOR ALL rep-codigo(indice-reporte)
           IF letra-pedida > ZERO
               MOVE 'S' TO incluye-reporte(indice-reporte)
           END-IF.

       SUMA-LINEAS-INCLUIDAS.
           ADD 1 TO indice-reporte
           IF incluye-reporte(indice-reporte) = 'S'
               ADD suc-lineas(indice-sucursal, indice-reporte)
                   TO lineas-sucursal
           END-IF.

      * El reporte va al spool solo si a la sucursal le toca algo de
      * el; un blanco lo separa del siguiente.
       ENTREGA-REPORTE.
           ADD 1 TO indice-reporte
           IF incluye-reporte(indice-reporte) = 'S'
               AND suc-lineas(indice-sucursal, indice-reporte) > ZERO
               MOVE ZERO TO lineas-entregadas
               PERFORM RECORRE-REPORTE THRU RECORRE-REPORTE-FIN
               MOVE SPACES TO texto-impresion
               CALL "IMPRESOR" USING "D", nombre-programa,
                   numero-pagina, texto-impresion
               PERFORM ASIENTA-ENTREGAS
           END-IF.

       ASIENTA-ENTREGAS.
           IF con-destinatario = 'N'
               MOVE "(SIN DESTINATARIO)" TO destinatario-entrega
               PERFORM ESCRIBE-BITACORA
           ELSE
               MOVE ZERO TO indice-destino
               PERFORM ASIENTA-DESTINO
                   UNTIL indice-destino >= total-destinos
           END-IF.

       ASIENTA-DESTINO.
           ADD 1 TO indice-destino
           IF dst-sucursal(indice-destino) = suc-codigo(indice-sucursal)
               MOVE ZERO TO letra-pedida
               INSPECT dst-reportes(indice-destino)
                   TALLYING letra-pedida
                   FOR ALL rep-codigo(indice-reporte)
               IF letra-pedida > ZERO
                   MOVE dst-destinatario(indice-destino)
                       TO destinatario-entrega
                   PERFORM ESCRIBE-BITACORA
               END-IF
           END-IF.

       ESCRIBE-BITACORA.
           MOVE SPACES TO registro-bitacora
           MOVE destinatario-entrega TO bit-destinatario
           MOVE marca-fecha-hora(1:14) TO bit-fecha-hora
           MOVE etiqueta-archivo TO bit-corrida
           MOVE suc-codigo(indice-sucursal) TO bit-sucursal
           MOVE rep-nombre(indice-reporte) TO bit-reporte
           MOVE lineas-entregadas TO bit-lineas
           MOVE nombre-espool TO bit-espool
           WRITE registro-bitacora
           IF estado-archivo-bitacora NOT = "00"
               DISPLAY "ERROR WRITING data/bitacora-reparto.txt, "
                   "FILE STATUS: " estado-archivo-bitacora
               MOVE 16 TO codigo-retorno
           ELSE
               ADD 1 TO entregas
           END-IF.

       END PROGRAM REPARTE-REPORTES.

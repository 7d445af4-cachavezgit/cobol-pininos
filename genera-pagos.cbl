      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Generador de archivos de pagos salientes a los bancos,
      *          el lado de salida de CONVIERTE-BANCO: los pagos
      *          aprobados ('A') de data/pagos-salientes.dat cuya fecha
      *          de pago ya llego a la fecha de negocio se escriben en
      *          un archivo de ancho fijo por banco,
      *          data/pagos-<banco>-<fecha>-<lote>.txt, con las
      *          posiciones que da el renglon SALIDA del banco en la
      *          misma tabla data/layouts-banco.txt; dar de alta un
      *          banco de salida es un renglon de tabla, igual que de
      *          entrada. Cada archivo lleva un encabezado 'H' y una
      *          cola 'T' con el numero de pagos y el importe total
      *          (el banco cuadra uno contra otro) y deja un renglon
      *          en la bitacora de despacho data/despacho-pagos.txt
      *          con la etiqueta de la corrida, el lote y los totales.
      *          Cada pago escrito se marca enviado ('E') con su
      *          archivo, lote y corrida, asi que ningun pago sale en
      *          dos archivos y ya no puede cambiarse en
      *          MANTENIMIENTO-PAGOS. Un pago de un banco sin renglon
      *          SALIDA, o cuyo importe no cabe en el campo del
      *          layout, se queda aprobado y se avisa (RETURN-CODE 4).
      *          Renglon SALIDA (separado por espacios): SALIDA banco
      *          largo pos-ref len-ref pos-cta len-cta pos-ben
      *          len-ben pos-imp len-imp formato. La columna 1 del
      *          detalle es siempre 'D'; formato 'C' = importe en
      *          centavos con ceros a la izquierda, 'D' = con punto
      *          decimal. Encabezado: 'H' banco fecha lote corrida
      *          pagos total; cola: 'T' pagos total (pagos de 6 y
      *          total de 15 digitos en centavos).
      *          Los importes del archivo llevan punto decimal (es el
      *          formato de los bancos), por eso aqui no aplica el
      *          DECIMAL-POINT IS COMMA de la casa.
      * Tectonics: cobc -x genera-pagos.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-PAGOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PAGOS
           ASSIGN TO "data/pagos-salientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAGO-NUMERO
           FILE STATUS IS estado-archivo-pagos.
           SELECT ARCHIVO-LAYOUTS
           ASSIGN TO "data/layouts-banco.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-layouts.
           SELECT ARCHIVO-SALIDA
           ASSIGN TO DYNAMIC nombre-salida
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-salida.
           SELECT ARCHIVO-DESPACHO
           ASSIGN TO "data/despacho-pagos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-despacho.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-CORRIDA-ACTUAL
           ASSIGN TO "data/corrida-actual.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida-actual.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PAGOS.
           COPY "registro-pago-saliente.cpy".
       FD  ARCHIVO-LAYOUTS.
       01  registro-layout         PICTURE X(80).
       FD  ARCHIVO-SALIDA.
       01  registro-salida         PICTURE X(200).
      * Un renglon por archivo despachado; el lote va en columnas
      * fijas para que la siguiente corrida sepa cual sigue.
       FD  ARCHIVO-DESPACHO.
       01  registro-despacho.
           05  desp-corrida        PICTURE X(07).
           05  FILLER              PICTURE X(01).
           05  desp-fecha          PICTURE X(08).
           05  FILLER              PICTURE X(01).
           05  desp-banco          PICTURE X(08).
           05  desp-etiqueta-lote  PICTURE X(06).
           05  desp-lote           PICTURE 9(06).
           05  desp-resto          PICTURE X(113).
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       FD  ARCHIVO-CORRIDA-ACTUAL.
       01  registro-corrida-actual PICTURE X(20).
       WORKING-STORAGE SECTION.
           01      estado-archivo-pagos      PICTURE X(02).
           01      estado-archivo-layouts    PICTURE X(02).
           01      estado-archivo-salida     PICTURE X(02).
           01      estado-archivo-despacho   PICTURE X(02).
           01      estado-archivo-corrida    PICTURE X(02).
           01      estado-archivo-corrida-actual PICTURE X(02).
           01      fin-layouts     PICTURE X(01) VALUE 'N'.
           01      fin-pagos       PICTURE X(01) VALUE 'N'.
           01      fin-despacho    PICTURE X(01) VALUE 'N'.
           01      fecha-negocio   PICTURE X(08).
           01      etiqueta-corrida PICTURE X(07) VALUE SPACES.
           01      nombre-salida   PICTURE X(40).
           01      ultimo-lote     PICTURE 9(06) VALUE ZERO.
           01      campos-layout.
               05      campo-layout OCCURS 12 TIMES PICTURE X(10).
      * Los renglones SALIDA validos de la tabla de layouts, uno por
      * banco; el primero de cada banco es el que rige.
           01      total-salida    PICTURE 9(02) COMP VALUE ZERO.
           01      indice-salida   PICTURE 9(02) COMP VALUE ZERO.
           01      indice-busca    PICTURE 9(02) COMP VALUE ZERO.
           01      banco-hallado   PICTURE X(01) VALUE 'N'.
           01      tabla-salida.
               05      renglon-salida OCCURS 20 TIMES.
                   10      sal-banco       PICTURE X(08).
                   10      sal-largo       PICTURE 9(03).
                   10      sal-pos-ref     PICTURE 9(03).
                   10      sal-len-ref     PICTURE 9(03).
                   10      sal-pos-cta     PICTURE 9(03).
                   10      sal-len-cta     PICTURE 9(03).
                   10      sal-pos-ben     PICTURE 9(03).
                   10      sal-len-ben     PICTURE 9(03).
                   10      sal-pos-imp     PICTURE 9(03).
                   10      sal-len-imp     PICTURE 9(03).
                   10      sal-formato     PICTURE X(01).
      * El renglon se arma en campos de trabajo y solo entra a la
      * tabla si cada campo cae completo dentro del registro.
           01      layout-valido   PICTURE X(01).
           01      largo-leido     PICTURE 9(03).
           01      pos-ref-leido   PICTURE 9(03).
           01      len-ref-leido   PICTURE 9(03).
           01      pos-cta-leido   PICTURE 9(03).
           01      len-cta-leido   PICTURE 9(03).
           01      pos-ben-leido   PICTURE 9(03).
           01      len-ben-leido   PICTURE 9(03).
           01      pos-imp-leido   PICTURE 9(03).
           01      len-imp-leido   PICTURE 9(03).
      * El importe se arma en 15 posiciones y se toma la cola del
      * largo del layout; si lo que queda fuera no son ceros, el
      * importe no cabe en el campo del banco.
           01      importe-centavos PICTURE 9(15).
           01      importe-centavos-x REDEFINES importe-centavos
                                   PICTURE X(15).
           01      importe-decimal PICTURE 9(12).99.
           01      importe-texto   PICTURE X(15).
           01      importe-cabe    PICTURE X(01).
           01      largo-sobrante  PICTURE 9(02).
           01      inicio-corte    PICTURE 9(02).
           01      referencia-pago PICTURE X(12).
           01      pagos-banco     PICTURE 9(06) VALUE ZERO.
           01      total-banco     PICTURE 9(13)V99 VALUE ZERO.
           01      total-centavos  PICTURE 9(15).
           01      pagos-escritos  PICTURE 9(06) VALUE ZERO.
           01      total-escrito   PICTURE 9(13)V99 VALUE ZERO.
           01      archivos-escritos PICTURE 9(03) VALUE ZERO.
           01      pagos-sin-layout PICTURE 9(06) VALUE ZERO.
           01      pagos-no-caben  PICTURE 9(06) VALUE ZERO.
           01      codigo-retorno  PICTURE 9(02) VALUE ZERO.
           01      registro-encabezado.
               05      enc-tipo        PICTURE X(01) VALUE 'H'.
               05      enc-banco       PICTURE X(08).
               05      enc-fecha       PICTURE X(08).
               05      enc-lote        PICTURE 9(06).
               05      enc-corrida     PICTURE X(07).
               05      enc-pagos       PICTURE 9(06).
               05      enc-total       PICTURE 9(15).
           01      registro-cola.
               05      cola-tipo       PICTURE X(01) VALUE 'T'.
               05      cola-pagos      PICTURE 9(06).
               05      cola-total      PICTURE 9(15).
           01      pagos-f         PICTURE Z(5)9.
           01      total-f         PICTURE Z(12)9.99.
           01      numero-f        PICTURE Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           PERFORM LEE-CORRIDA-ACTUAL
           PERFORM CARGA-LAYOUTS-SALIDA
           PERFORM BUSCA-ULTIMO-LOTE
           OPEN I-O ARCHIVO-PAGOS
           IF estado-archivo-pagos = "35"
               DISPLAY "SIN PAGOS SALIENTES "
                   "(data/pagos-salientes.dat), NADA QUE ENVIAR."
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           IF estado-archivo-pagos NOT = "00"
               DISPLAY "ERROR OPENING data/pagos-salientes.dat, "
                   "FILE STATUS: " estado-archivo-pagos
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE ZERO TO indice-salida
           PERFORM GENERA-BANCO THRU GENERA-BANCO-FIN
               UNTIL indice-salida >= total-salida
               OR codigo-retorno = 16
           IF codigo-retorno NOT = 16
               PERFORM REVISA-PENDIENTES
           END-IF
           CLOSE ARCHIVO-PAGOS
           MOVE pagos-escritos TO pagos-f
           MOVE total-escrito TO total-f
           DISPLAY "PAGOS SALIENTES " fecha-negocio ": "
               FUNCTION TRIM(pagos-f) " PAGOS EN " archivos-escritos
               " ARCHIVOS, TOTAL " FUNCTION TRIM(total-f)
               " (VER data/despacho-pagos.txt)"
           IF pagos-sin-layout > ZERO OR pagos-no-caben > ZERO
               DISPLAY "AVISO: " pagos-sin-layout " PAGOS SIN "
                   "RENGLON SALIDA Y " pagos-no-caben " CON IMPORTE "
                   "QUE NO CABE EN SU LAYOUT SIGUEN APROBADOS."
               IF codigo-retorno < 4
                   MOVE 4 TO codigo-retorno
               END-IF
           END-IF
           MOVE codigo-retorno TO RETURN-CODE.
       MAIN-PROCEDURE-EXIT.
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
           END-IF.

      * La etiqueta de la ultima corrida de OPERACIONES-MATEMATICAS
      * se estampa en cada archivo y en la bitacora de despacho.
       LEE-CORRIDA-ACTUAL.
           MOVE "SIN-COR" TO etiqueta-corrida
           OPEN INPUT ARCHIVO-CORRIDA-ACTUAL
           IF estado-archivo-corrida-actual = "00"
               READ ARCHIVO-CORRIDA-ACTUAL
                   AT END CONTINUE
                   NOT AT END
                       IF registro-corrida-actual(1:7) NOT = SPACES
                           MOVE registro-corrida-actual(1:7)
                               TO etiqueta-corrida
                       END-IF
               END-READ
               CLOSE ARCHIVO-CORRIDA-ACTUAL
           END-IF.

       CARGA-LAYOUTS-SALIDA.
           MOVE ZERO TO total-salida
           MOVE 'N' TO fin-layouts
           OPEN INPUT ARCHIVO-LAYOUTS
           IF estado-archivo-layouts = "00"
               PERFORM UNTIL fin-layouts = 'Y'
                   READ ARCHIVO-LAYOUTS
                       AT END MOVE 'Y' TO fin-layouts
                       NOT AT END PERFORM CARGA-RENGLON-SALIDA
                           THRU CARGA-RENGLON-SALIDA-FIN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-LAYOUTS
           END-IF.

      * Solo cuentan los renglones que empiezan con SALIDA; los de
      * entrada son de CONVIERTE-BANCO. Un renglon con numeros o
      * cortes invalidos se ignora con aviso.
       CARGA-RENGLON-SALIDA.
           MOVE SPACES TO campos-layout
           UNSTRING registro-layout DELIMITED BY ALL SPACES
               INTO campo-layout(1) campo-layout(2) campo-layout(3)
                    campo-layout(4) campo-layout(5) campo-layout(6)
                    campo-layout(7) campo-layout(8) campo-layout(9)
                    campo-layout(10) campo-layout(11)
                    campo-layout(12)
           IF campo-layout(1) NOT = "SALIDA"
               GO TO CARGA-RENGLON-SALIDA-FIN
           END-IF
           MOVE 'N' TO banco-hallado
           MOVE ZERO TO indice-busca
           PERFORM COMPARA-BANCO-TABLA
               UNTIL banco-hallado = 'S'
               OR indice-busca >= total-salida
           IF banco-hallado = 'S'
               GO TO CARGA-RENGLON-SALIDA-FIN
           END-IF
           MOVE 'N' TO layout-valido
           IF FUNCTION TRIM(campo-layout(3)) IS NUMERIC
               AND FUNCTION TRIM(campo-layout(4)) IS NUMERIC
               AND FUNCTION TRIM(campo-layout(5)) IS NUMERIC
               AND FUNCTION TRIM(campo-layout(6)) IS NUMERIC
               AND FUNCTION TRIM(campo-layout(7)) IS NUMERIC
               AND FUNCTION TRIM(campo-layout(8)) IS NUMERIC
               AND FUNCTION TRIM(campo-layout(9)) IS NUMERIC
               AND FUNCTION TRIM(campo-layout(10)) IS NUMERIC
               AND FUNCTION TRIM(campo-layout(11)) IS NUMERIC
               MOVE FUNCTION NUMVAL(campo-layout(3)) TO largo-leido
               MOVE FUNCTION NUMVAL(campo-layout(4))
                   TO pos-ref-leido
               MOVE FUNCTION NUMVAL(campo-layout(5))
                   TO len-ref-leido
               MOVE FUNCTION NUMVAL(campo-layout(6))
                   TO pos-cta-leido
               MOVE FUNCTION NUMVAL(campo-layout(7))
                   TO len-cta-leido
               MOVE FUNCTION NUMVAL(campo-layout(8))
                   TO pos-ben-leido
               MOVE FUNCTION NUMVAL(campo-layout(9))
                   TO len-ben-leido
               MOVE FUNCTION NUMVAL(campo-layout(10))
                   TO pos-imp-leido
               MOVE FUNCTION NUMVAL(campo-layout(11))
                   TO len-imp-leido
      * Topes de los campos del pago...
               IF len-ref-leido > 12
                   MOVE 12 TO len-ref-leido
               END-IF
               IF len-cta-leido > 18
                   MOVE 18 TO len-cta-leido
               END-IF
               IF len-ben-leido > 30
                   MOVE 30 TO len-ben-leido
               END-IF
               IF len-imp-leido > 15
                   MOVE 15 TO len-imp-leido
               END-IF
      * ...y validacion de los cortes: la columna 1 es el tipo de
      * registro, el registro debe admitir el encabezado (51) y
      * cada campo debe terminar dentro del largo declarado.
               IF largo-leido >= 51 AND largo-leido <= 200
                   AND pos-ref-leido >= 2 AND len-ref-leido >= 1
                   AND pos-ref-leido + len-ref-leido - 1
                       <= largo-leido
                   AND pos-cta-leido >= 2 AND len-cta-leido >= 1
                   AND pos-cta-leido + len-cta-leido - 1
                       <= largo-leido
                   AND pos-ben-leido >= 2 AND len-ben-leido >= 1
                   AND pos-ben-leido + len-ben-leido - 1
                       <= largo-leido
                   AND pos-imp-leido >= 2 AND len-imp-leido >= 4
                   AND pos-imp-leido + len-imp-leido - 1
                       <= largo-leido
                   AND (campo-layout(12)(1:1) = 'C'
                       OR campo-layout(12)(1:1) = 'D')
                   MOVE 'S' TO layout-valido
               END-IF
           END-IF
           IF layout-valido = 'N'
               DISPLAY "RENGLON SALIDA INVALIDO PARA "
                   FUNCTION TRIM(campo-layout(2)) ", SE IGNORA."
               GO TO CARGA-RENGLON-SALIDA-FIN
           END-IF
           IF total-salida >= 20
               DISPLAY "AVISO: TABLA DE LAYOUTS DE SALIDA LLENA."
               GO TO CARGA-RENGLON-SALIDA-FIN
           END-IF
           ADD 1 TO total-salida
           MOVE campo-layout(2)(1:8) TO sal-banco(total-salida)
           MOVE largo-leido TO sal-largo(total-salida)
           MOVE pos-ref-leido TO sal-pos-ref(total-salida)
           MOVE len-ref-leido TO sal-len-ref(total-salida)
           MOVE pos-cta-leido TO sal-pos-cta(total-salida)
           MOVE len-cta-leido TO sal-len-cta(total-salida)
           MOVE pos-ben-leido TO sal-pos-ben(total-salida)
           MOVE len-ben-leido TO sal-len-ben(total-salida)
           MOVE pos-imp-leido TO sal-pos-imp(total-salida)
           MOVE len-imp-leido TO sal-len-imp(total-salida)
           MOVE campo-layout(12)(1:1) TO sal-formato(total-salida).
       CARGA-RENGLON-SALIDA-FIN.
           EXIT.

       COMPARA-BANCO-TABLA.
           ADD 1 TO indice-busca
           IF sal-banco(indice-busca) = campo-layout(2)(1:8)
               MOVE 'S' TO banco-hallado
           END-IF.

      * El siguiente lote es el ultimo asentado en la bitacora de
      * despacho mas uno; el lote va en el nombre del archivo, asi
      * que un segundo despacho del mismo dia no pisa el primero.
       BUSCA-ULTIMO-LOTE.
           MOVE ZERO TO ultimo-lote
           MOVE 'N' TO fin-despacho
           OPEN INPUT ARCHIVO-DESPACHO
           IF estado-archivo-despacho = "00"
               PERFORM UNTIL fin-despacho = 'Y'
                   READ ARCHIVO-DESPACHO
                       AT END MOVE 'Y' TO fin-despacho
                       NOT AT END
                           IF desp-lote IS NUMERIC
                               AND desp-lote > ultimo-lote
                               MOVE desp-lote TO ultimo-lote
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-DESPACHO
           END-IF.

      * Por cada banco de salida: una primera pasada cuenta y suma
      * lo que toca enviar (el encabezado lleva los totales) y, si
      * hay algo, la segunda escribe el archivo y marca los pagos.
       GENERA-BANCO.
           ADD 1 TO indice-salida
           MOVE ZERO TO pagos-banco
           MOVE ZERO TO total-banco
           PERFORM INICIA-RECORRIDO
           PERFORM UNTIL fin-pagos = 'Y'
               READ ARCHIVO-PAGOS NEXT
                   AT END MOVE 'Y' TO fin-pagos
                   NOT AT END PERFORM CUENTA-PAGO-BANCO
               END-READ
           END-PERFORM
           IF pagos-banco = ZERO
               GO TO GENERA-BANCO-FIN
           END-IF
           IF ultimo-lote >= 999999
               DISPLAY "LA NUMERACION DE LOTES DE PAGO SE AGOTO."
               MOVE 16 TO codigo-retorno
               GO TO GENERA-BANCO-FIN
           END-IF
           ADD 1 TO ultimo-lote
           MOVE ultimo-lote TO numero-f
           MOVE SPACES TO nombre-salida
           STRING "data/pagos-" DELIMITED BY SIZE
               FUNCTION TRIM(sal-banco(indice-salida))
                   DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ultimo-lote DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO nombre-salida
           OPEN OUTPUT ARCHIVO-SALIDA
           IF estado-archivo-salida NOT = "00"
               DISPLAY "NO SE PUDO ABRIR " FUNCTION TRIM(nombre-salida)
                   ", FILE STATUS: " estado-archivo-salida
               MOVE 16 TO codigo-retorno
               GO TO GENERA-BANCO-FIN
           END-IF
           COMPUTE total-centavos = total-banco * 100
           MOVE sal-banco(indice-salida) TO enc-banco
           MOVE fecha-negocio TO enc-fecha
           MOVE ultimo-lote TO enc-lote
           MOVE etiqueta-corrida TO enc-corrida
           MOVE pagos-banco TO enc-pagos
           MOVE total-centavos TO enc-total
           MOVE SPACES TO registro-salida
           MOVE registro-encabezado TO registro-salida
           WRITE registro-salida
           PERFORM INICIA-RECORRIDO
           PERFORM UNTIL fin-pagos = 'Y'
               READ ARCHIVO-PAGOS NEXT
                   AT END MOVE 'Y' TO fin-pagos
                   NOT AT END PERFORM ESCRIBE-PAGO-BANCO
               END-READ
           END-PERFORM
           MOVE pagos-banco TO cola-pagos
           MOVE total-centavos TO cola-total
           MOVE SPACES TO registro-salida
           MOVE registro-cola TO registro-salida
           WRITE registro-salida
           CLOSE ARCHIVO-SALIDA
           ADD 1 TO archivos-escritos
           ADD pagos-banco TO pagos-escritos
           ADD total-banco TO total-escrito
           PERFORM ASIENTA-DESPACHO
           MOVE pagos-banco TO pagos-f
           MOVE total-banco TO total-f
           DISPLAY "  " sal-banco(indice-salida) " LOTE "
               FUNCTION TRIM(numero-f) ": " FUNCTION TRIM(pagos-f)
               " PAGOS, " FUNCTION TRIM(total-f) " EN "
               FUNCTION TRIM(nombre-salida).
       GENERA-BANCO-FIN.
           EXIT.

       INICIA-RECORRIDO.
           MOVE 'N' TO fin-pagos
           MOVE ZERO TO PAGO-NUMERO
           START ARCHIVO-PAGOS KEY IS NOT LESS THAN PAGO-NUMERO
               INVALID KEY MOVE 'Y' TO fin-pagos
           END-START.

      * Un pago toca si esta aprobado, es del banco, su fecha de
      * pago ya llego y su importe cabe en el campo del layout.
       CUENTA-PAGO-BANCO.
           IF PAGO-ESTADO = 'A'
               AND PAGO-BANCO = sal-banco(indice-salida)
               AND PAGO-FECHA <= fecha-negocio
               PERFORM FORMATEA-IMPORTE
               IF importe-cabe = 'S'
                   ADD 1 TO pagos-banco
                   ADD PAGO-MONTO TO total-banco
               ELSE
                   ADD 1 TO pagos-no-caben
                   DISPLAY "AVISO: EL IMPORTE DEL PAGO " PAGO-NUMERO
                       " NO CABE EN EL LAYOUT DE "
                       FUNCTION TRIM(PAGO-BANCO) ", NO SE ENVIA."
               END-IF
           END-IF.

       ESCRIBE-PAGO-BANCO.
           IF PAGO-ESTADO = 'A'
               AND PAGO-BANCO = sal-banco(indice-salida)
               AND PAGO-FECHA <= fecha-negocio
               PERFORM FORMATEA-IMPORTE
               IF importe-cabe = 'S'
                   PERFORM ARMA-DETALLE
                   WRITE registro-salida
                   MOVE 'E' TO PAGO-ESTADO
                   MOVE nombre-salida TO PAGO-ARCHIVO
                   MOVE ultimo-lote TO PAGO-LOTE
                   MOVE etiqueta-corrida TO PAGO-CORRIDA
                   REWRITE REGISTRO-PAGO-SALIENTE
                   IF estado-archivo-pagos NOT = "00"
                       DISPLAY "ERROR MARCANDO ENVIADO EL PAGO "
                           PAGO-NUMERO ", FILE STATUS: "
                           estado-archivo-pagos
                       MOVE 16 TO codigo-retorno
                   END-IF
               END-IF
           END-IF.

      * El detalle se arma con los cortes del banco; la referencia
      * vacia se sustituye por el numero de pago.
       ARMA-DETALLE.
           MOVE SPACES TO registro-salida
           MOVE 'D' TO registro-salida(1:1)
           MOVE PAGO-REFERENCIA TO referencia-pago
           IF referencia-pago = SPACES
               MOVE PAGO-NUMERO TO referencia-pago
           END-IF
           MOVE referencia-pago
               TO registro-salida(sal-pos-ref(indice-salida):
                                  sal-len-ref(indice-salida))
           MOVE PAGO-CUENTA-BENEF
               TO registro-salida(sal-pos-cta(indice-salida):
                                  sal-len-cta(indice-salida))
           MOVE PAGO-BENEFICIARIO
               TO registro-salida(sal-pos-ben(indice-salida):
                                  sal-len-ben(indice-salida))
           MOVE importe-texto(inicio-corte:sal-len-imp(indice-salida))
               TO registro-salida(sal-pos-imp(indice-salida):
                                  sal-len-imp(indice-salida)).

      * Formato 'C': centavos en 15 digitos; 'D': 12 enteros, punto
      * y 2 decimales. Se toma la cola del largo del layout.
       FORMATEA-IMPORTE.
           IF sal-formato(indice-salida) = 'D'
               MOVE PAGO-MONTO TO importe-decimal
               MOVE importe-decimal TO importe-texto
           ELSE
               COMPUTE importe-centavos = PAGO-MONTO * 100
               MOVE importe-centavos-x TO importe-texto
           END-IF
           COMPUTE largo-sobrante = 15 - sal-len-imp(indice-salida)
           COMPUTE inicio-corte = largo-sobrante + 1
           MOVE 'S' TO importe-cabe
           IF largo-sobrante > ZERO
               IF importe-texto(1:largo-sobrante) NOT = ZEROS
                   MOVE 'N' TO importe-cabe
               END-IF
           END-IF.

      * Al final se avisan los pagos aprobados y ya vencidos cuyo
      * banco no tiene renglon SALIDA: no salen en ningun archivo.
       REVISA-PENDIENTES.
           PERFORM INICIA-RECORRIDO
           PERFORM UNTIL fin-pagos = 'Y'
               READ ARCHIVO-PAGOS NEXT
                   AT END MOVE 'Y' TO fin-pagos
                   NOT AT END PERFORM REVISA-PAGO-PENDIENTE
               END-READ
           END-PERFORM.

       REVISA-PAGO-PENDIENTE.
           IF PAGO-ESTADO = 'A'
               AND PAGO-FECHA <= fecha-negocio
               MOVE 'N' TO banco-hallado
               MOVE ZERO TO indice-busca
               PERFORM COMPARA-BANCO-PAGO
                   UNTIL banco-hallado = 'S'
                   OR indice-busca >= total-salida
               IF banco-hallado = 'N'
                   ADD 1 TO pagos-sin-layout
                   DISPLAY "AVISO: EL PAGO " PAGO-NUMERO " DEL BANCO "
                       FUNCTION TRIM(PAGO-BANCO) " NO TIENE RENGLON "
                       "SALIDA EN data/layouts-banco.txt."
               END-IF
           END-IF.

       COMPARA-BANCO-PAGO.
           ADD 1 TO indice-busca
           IF sal-banco(indice-busca) = PAGO-BANCO
               MOVE 'S' TO banco-hallado
           END-IF.

      * Un renglon por archivo despachado, al final de la bitacora
      * para conservar el historial de envios.
       ASIENTA-DESPACHO.
           OPEN EXTEND ARCHIVO-DESPACHO
           IF estado-archivo-despacho NOT = "00"
               OPEN OUTPUT ARCHIVO-DESPACHO
               CLOSE ARCHIVO-DESPACHO
               OPEN EXTEND ARCHIVO-DESPACHO
           END-IF
           IF estado-archivo-despacho NOT = "00"
               DISPLAY "NO SE PUDO ASENTAR LA BITACORA DE DESPACHO, "
                   "FILE STATUS: " estado-archivo-despacho
               MOVE 16 TO codigo-retorno
           ELSE
               MOVE pagos-banco TO pagos-f
               MOVE total-banco TO total-f
               MOVE SPACES TO registro-despacho
               MOVE etiqueta-corrida TO desp-corrida
               MOVE fecha-negocio TO desp-fecha
               MOVE sal-banco(indice-salida) TO desp-banco
               MOVE " LOTE=" TO desp-etiqueta-lote
               MOVE ultimo-lote TO desp-lote
               STRING " PAGOS=" DELIMITED BY SIZE
                   FUNCTION TRIM(pagos-f) DELIMITED BY SIZE
                   " TOTAL=" DELIMITED BY SIZE
                   FUNCTION TRIM(total-f) DELIMITED BY SIZE
                   " ARCHIVO=" DELIMITED BY SIZE
                   FUNCTION TRIM(nombre-salida) DELIMITED BY SIZE
                   " HORA=" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
                   INTO desp-resto
               WRITE registro-despacho
               CLOSE ARCHIVO-DESPACHO
           END-IF.

       END PROGRAM GENERA-PAGOS.

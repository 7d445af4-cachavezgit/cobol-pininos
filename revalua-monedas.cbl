      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Revaluacion cambiaria de fin de mes, para jubilar la
      *          hoja de calculo de finanzas que no cuadraba contra
      *          nuestros saldos: cada posicion en moneda extranjera
      *          del maestro de posiciones (data/posiciones-moneda.dat,
      *          que ACTUALIZA-SALDOS arrastra por cuenta y moneda con
      *          su valor en libros en pesos) se valua a la ultima tasa
      *          del mes en data/tipos-cambio.txt, y la diferencia
      *          contra el valor en libros es la utilidad (positiva) o
      *          perdida (negativa) cambiaria. Cada diferencia se
      *          escribe como un registro normal del layout de entrada
      *          diaria (cuenta, diferencia en pesos, fecha de negocio,
      *          MXP, tipo 'V' y la moneda revaluada) en
      *          data/revaluacion-generada.txt, que se agrega solo a
      *          data/control.txt si aun no esta listado, igual que los
      *          abonos de ACUMULA-INTERES: pasa por INTRO-TO-COBOL, la
      *          pista y el mayor como cualquier movimiento y
      *          ACTUALIZA-SALDOS la asienta al valor en pesos de la
      *          posicion (el saldo de la cuenta no se mueve). El flujo
      *          diario lo retira de la lista de control cuando la
      *          tarde termina limpia
      *          (data/revaluacion-aplicada-<fecha>.txt).
      *          El reporte de posicion y revaluacion por sucursal
      *          (data/revaluacion-monedas.txt, via IMPRESOR) lista por
      *          sucursal cada posicion con su saldo en la moneda, su
      *          valor en libros, la tasa, el valor revaluado y la
      *          diferencia, con el neto de la sucursal, y cierra con
      *          el resumen por moneda (la tasa y su fecha) y la
      *          utilidad, la perdida y el neto del mes. Las posiciones
      *          de cuentas cerradas no se revaluan y se cuentan al
      *          pie.
      *          La llave de duplicados de REGVISTOS es cuenta, monto,
      *          fecha y tipo: si dos posiciones de la misma cuenta en
      *          distinta moneda dan la misma diferencia, la segunda no
      *          se genera (no se puede sumar a la otra sin perder su
      *          moneda) y sale como LLAVE REPETIDA; su posicion se
      *          ajusta completa en la revaluacion del mes siguiente.
      *          Si el archivo generado de una fecha anterior sigue en
      *          la lista de control sin aplicarse, no se pisa y no se
      *          revalua hasta que esa tarde termine.
      *          Usos: [AAAAMM] (sin parametro, el mes de la fecha de
      *          negocio de data/control-corrida.txt)
      *          RETURN-CODE 8 si alguna moneda con posicion no tiene
      *          tasa en el mes o alguna diferencia no cabe en el
      *          registro de entrada (no se genera y la tarde no debe
      *          seguir sin ella) o si hay un archivo generado
      *          pendiente, 16 si no se pudo leer la tabla de
      *          tasas o el maestro de posiciones, o escribir el
      *          archivo generado.
      * Tectonics: cobc -x revalua-monedas.cbl
      *            (requiere IMPRESOR.so)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVALUA-MONEDAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-POSICIONES
           ASSIGN TO "data/posiciones-moneda.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POSMON-LLAVE
           FILE STATUS IS estado-archivo-posiciones.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-TASAS
           ASSIGN TO "data/tipos-cambio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-tasas.
           SELECT ARCHIVO-REVALUACION
           ASSIGN TO "data/revaluacion-generada.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-revaluacion.
           SELECT ARCHIVO-CONTROL ASSIGN TO "data/control.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-control.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-REPORTE
           ASSIGN TO "data/revaluacion-monedas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-reporte.
           SELECT ARCHIVO-ORDEN ASSIGN TO "data/ordena-revaluacion.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-POSICIONES.
           COPY "registro-posicion-moneda.cpy".
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-TASAS.
       01  registro-tasa.
           05  tasa-moneda         PICTURE X(03).
           05  tasa-fecha          PICTURE X(08).
           05  tasa-valor          PICTURE 9(4)V9(4).
       FD  ARCHIVO-REVALUACION.
           COPY "registro-entrada.cpy".
       FD  ARCHIVO-CONTROL.
       01  registro-control        PICTURE X(40).
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       FD  ARCHIVO-REPORTE.
       01  registro-reporte        PICTURE X(100).
       SD  ARCHIVO-ORDEN.
       01  registro-orden.
           05  ord-sucursal        PICTURE X(04).
           05  ord-moneda          PICTURE X(03).
           05  ord-cuenta          PICTURE X(10).
           05  ord-saldo           PICTURE S9(9)V99.
           05  ord-libros          PICTURE S9(11)V99.
       WORKING-STORAGE SECTION.
           01      estado-archivo-posiciones PICTURE X(02).
           01      estado-archivo-cuentas PICTURE X(02).
           01      estado-archivo-tasas   PICTURE X(02).
           01      estado-archivo-revaluacion PICTURE X(02).
           01      estado-archivo-control PICTURE X(02).
           01      estado-archivo-corrida PICTURE X(02).
           01      estado-archivo-reporte PICTURE X(02).
           01      fin-posiciones  PICTURE X(01) VALUE 'N'.
           01      fin-tasas       PICTURE X(01) VALUE 'N'.
           01      fin-control     PICTURE X(01) VALUE 'N'.
           01      fin-orden       PICTURE X(01) VALUE 'N'.
           01      cuentas-abierto PICTURE X(01) VALUE 'N'.
           01      control-listado PICTURE X(01) VALUE 'N'.
           01      fecha-pendiente PICTURE X(08).
           01      parametro       PICTURE X(20) VALUE SPACES.
           01      fecha-negocio   PICTURE X(08).
           01      fecha-f         PICTURE X(10).
           01      mes-revaluacion PICTURE X(06).
      * Tasas del mes: por moneda, la tasa de fecha mas reciente que
      * cae dentro del mes revaluado. Una moneda con posicion pero sin
      * tasa en el mes entra a la tabla con fecha en blanco para el
      * resumen; sus posiciones no se revaluan.
           01      total-monedas   PICTURE 9(03) COMP VALUE ZERO.
           01      indice-moneda   PICTURE 9(03) COMP VALUE ZERO.
           01      moneda-hallada  PICTURE 9(03) COMP VALUE ZERO.
           01      moneda-buscada  PICTURE X(03).
           01      monedas-desbordadas PICTURE 9(05) VALUE ZERO.
           01      tabla-monedas.
               05      renglon-moneda OCCURS 50 TIMES.
                   10      mon-clave      PICTURE X(03).
                   10      mon-fecha      PICTURE X(08).
                   10      mon-tasa       PICTURE 9(4)V9(4).
                   10      mon-posiciones PICTURE 9(05).
                   10      mon-saldo      PICTURE S9(11)V99.
                   10      mon-libros     PICTURE S9(13)V99.
                   10      mon-revaluado  PICTURE S9(13)V99.
                   10      mon-diferencia PICTURE S9(13)V99.
      * Corte por sucursal.
           01      sucursal-en-curso PICTURE X(04) VALUE SPACES.
           01      hay-sucursal-abierta PICTURE X(01) VALUE 'N'.
           01      posiciones-sucursal PICTURE 9(05) VALUE ZERO.
           01      libros-sucursal PICTURE S9(13)V99 VALUE ZERO.
           01      revaluado-sucursal PICTURE S9(13)V99 VALUE ZERO.
           01      neto-sucursal   PICTURE S9(13)V99 VALUE ZERO.
      * Valuacion de una posicion.
           01      valor-revaluado PICTURE S9(13)V99.
           01      diferencia      PICTURE S9(13)V99.
           01      total-utilidad  PICTURE S9(13)V99 VALUE ZERO.
           01      total-perdida   PICTURE S9(13)V99 VALUE ZERO.
           01      total-neto      PICTURE S9(13)V99 VALUE ZERO.
           01      posiciones-leidas PICTURE 9(07) VALUE ZERO.
           01      posiciones-revaluadas PICTURE 9(07) VALUE ZERO.
           01      posiciones-sin-tasa PICTURE 9(07) VALUE ZERO.
           01      posiciones-cerradas PICTURE 9(07) VALUE ZERO.
           01      diferencias-fuera-rango PICTURE 9(07) VALUE ZERO.
           01      movimientos-generados PICTURE 9(07) VALUE ZERO.
      * Llaves de duplicados (cuenta + monto) ya generadas.
           01      ajustes-repetidos PICTURE 9(07) VALUE ZERO.
           01      ajustes-sin-lugar PICTURE 9(07) VALUE ZERO.
           01      llave-repetida  PICTURE X(01) VALUE 'N'.
           01      total-llaves    PICTURE 9(04) COMP VALUE ZERO.
           01      indice-llave    PICTURE 9(04) COMP VALUE ZERO.
           01      tabla-llaves.
               05      renglon-llave OCCURS 9999 TIMES.
                   10      llave-cuenta PICTURE X(10).
                   10      llave-monto  PICTURE S9(7)V99.
           01      saldo-f         PICTURE -(9)9,99.
           01      pesos-f         PICTURE -(11)9,99.
           01      revaluado-f     PICTURE -(11)9,99.
           01      diferencia-f    PICTURE -(11)9,99.
           01      tasa-f          PICTURE Z(3)9,9999.
           01      contador-f      PICTURE Z(6)9.
           01      nombre-programa PICTURE X(30) VALUE
                       "REVALUA-MONEDAS".
           01      numero-pagina   PICTURE 9(03) VALUE 1.
           01      texto-impresion PICTURE X(100).
           01      codigo-retorno  PICTURE 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT parametro FROM COMMAND-LINE
           PERFORM LEE-FECHA-NEGOCIO
           MOVE fecha-negocio(1:6) TO mes-revaluacion
           IF parametro NOT = SPACES
               IF parametro(1:6) IS NUMERIC
                   AND parametro(7:14) = SPACES
                   AND parametro(5:2) >= "01"
                   AND parametro(5:2) <= "12"
                   MOVE parametro(1:6) TO mes-revaluacion
               ELSE
                   DISPLAY "REVALUA-MONEDAS: USO [AAAAMM]"
                   MOVE 16 TO codigo-retorno
                   GO TO MAIN-PROCEDURE-EXIT
               END-IF
           END-IF
           PERFORM CARGA-TASAS-MES
           IF estado-archivo-tasas NOT = "00"
               DISPLAY "NO SE PUDO LEER data/tipos-cambio.txt, "
                   "FILE STATUS: " estado-archivo-tasas
                   ", NO SE REVALUA."
               MOVE 16 TO codigo-retorno
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM REVISA-PENDIENTE
           IF control-listado = 'S'
               DISPLAY "data/revaluacion-generada.txt DEL "
                   fecha-pendiente " SIGUE EN LA LISTA DE CONTROL SIN "
                   "APLICARSE; NO SE PISA. TERMINE ESA TARDE PRIMERO."
               MOVE 8 TO codigo-retorno
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN INPUT ARCHIVO-POSICIONES
           IF estado-archivo-posiciones NOT = "00"
               DISPLAY "NO SE PUDO LEER data/posiciones-moneda.dat, "
                   "FILE STATUS: " estado-archivo-posiciones
               MOVE 16 TO codigo-retorno
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN INPUT ARCHIVO-CUENTAS
           IF estado-archivo-cuentas = "00"
               MOVE 'S' TO cuentas-abierto
           ELSE
               DISPLAY "AVISO: MAESTRO DE CUENTAS NO DISPONIBLE, "
                   "FILE STATUS: " estado-archivo-cuentas
                   ". TODO SALDRA COMO SUCURSAL ????."
           END-IF
           OPEN OUTPUT ARCHIVO-REVALUACION
           IF estado-archivo-revaluacion NOT = "00"
               DISPLAY "NO SE PUDO ABRIR "
                   "data/revaluacion-generada.txt, FILE STATUS: "
                   estado-archivo-revaluacion
               MOVE 16 TO codigo-retorno
               PERFORM CIERRA-MAESTROS
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
      * IMPRESOR agrega al spool; cada corrida lo rehace.
           OPEN OUTPUT ARCHIVO-REPORTE
           IF estado-archivo-reporte NOT = "00"
               DISPLAY "ERROR OPENING data/revaluacion-monedas.txt, "
                   "FILE STATUS: " estado-archivo-reporte
               MOVE 16 TO codigo-retorno
               CLOSE ARCHIVO-REVALUACION
               PERFORM CIERRA-MAESTROS
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           CLOSE ARCHIVO-REPORTE
           PERFORM IMPRIME-TITULO
           SORT ARCHIVO-ORDEN
               ON ASCENDING KEY ord-sucursal
                                ord-moneda
                                ord-cuenta
               INPUT PROCEDURE IS LIBERA-POSICIONES
               OUTPUT PROCEDURE IS REVALUA-POSICIONES
           PERFORM IMPRIME-RESUMEN
           CALL "IMPRESOR" USING "C", nombre-programa,
               numero-pagina, texto-impresion
           CLOSE ARCHIVO-REVALUACION
           PERFORM CIERRA-MAESTROS
           PERFORM AGREGA-A-CONTROL
           IF posiciones-sin-tasa > ZERO
               DISPLAY "POSICIONES SIN TASA DEL MES " mes-revaluacion
                   ", NO REVALUADAS: " posiciones-sin-tasa
               MOVE 8 TO codigo-retorno
           END-IF
           IF diferencias-fuera-rango > ZERO
               DISPLAY "DIFERENCIAS QUE NO CABEN EN EL REGISTRO DE "
                   "ENTRADA, NO GENERADAS: " diferencias-fuera-rango
               MOVE 8 TO codigo-retorno
           END-IF
           IF ajustes-sin-lugar > ZERO
               DISPLAY "AJUSTES SIN LUGAR EN LA TABLA DE LLAVES, NO "
                   "GENERADOS: " ajustes-sin-lugar
               MOVE 8 TO codigo-retorno
           END-IF
           IF ajustes-repetidos > ZERO
               DISPLAY "AVISO: AJUSTES CON LLAVE REPETIDA, NO "
                   "GENERADOS (SE AJUSTAN EL MES SIGUIENTE): "
                   ajustes-repetidos
           END-IF
           IF monedas-desbordadas > ZERO
               DISPLAY "AVISO: " monedas-desbordadas " MONEDAS NO "
                   "CUPIERON EN LA TABLA DE TASAS DEL MES."
               MOVE 8 TO codigo-retorno
           END-IF
           MOVE total-neto TO diferencia-f
           DISPLAY "REVALUACION DEL MES " mes-revaluacion ": "
               posiciones-revaluadas " POSICIONES REVALUADAS, "
               movimientos-generados " AJUSTES GENERADOS, NETO "
               FUNCTION TRIM(diferencia-f)
               " (VER data/revaluacion-monedas.txt)".
       MAIN-PROCEDURE-EXIT.
           IF codigo-retorno > RETURN-CODE
               MOVE codigo-retorno TO RETURN-CODE
           END-IF
           GOBACK.

      * La fecha de negocio oficial viene del control de corrida; si
      * no hay, se usa la del sistema.
       LEE-FECHA-NEGOCIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
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

      * De la tabla de tasas solo cuentan las del mes revaluado; de
      * cada moneda gana la de fecha mas reciente. Los pesos no se
      * revaluan.
       CARGA-TASAS-MES.
           MOVE 'N' TO fin-tasas
           OPEN INPUT ARCHIVO-TASAS
           IF estado-archivo-tasas = "00"
               PERFORM UNTIL fin-tasas = 'Y'
                   READ ARCHIVO-TASAS
                       AT END MOVE 'Y' TO fin-tasas
                       NOT AT END PERFORM TOMA-TASA-MES
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-TASAS
               MOVE "00" TO estado-archivo-tasas
           END-IF.

       TOMA-TASA-MES.
           IF tasa-fecha(1:6) = mes-revaluacion
               AND tasa-moneda NOT = SPACES
               AND tasa-moneda NOT = "MXP"
               AND tasa-valor IS NUMERIC
               MOVE tasa-moneda TO moneda-buscada
               PERFORM BUSCA-MONEDA
               IF moneda-hallada > ZERO
                   IF mon-fecha(moneda-hallada) = SPACES
                       OR tasa-fecha >= mon-fecha(moneda-hallada)
                       MOVE tasa-fecha TO mon-fecha(moneda-hallada)
                       MOVE tasa-valor TO mon-tasa(moneda-hallada)
                   END-IF
               END-IF
           END-IF.

      * Ubica la moneda en la tabla o la da de alta (sin tasa); con la
      * tabla llena regresa cero.
       BUSCA-MONEDA.
           MOVE ZERO TO moneda-hallada
           MOVE ZERO TO indice-moneda
           PERFORM COMPARA-MONEDA
               UNTIL indice-moneda >= total-monedas
                  OR moneda-hallada > ZERO
           IF moneda-hallada = ZERO
               IF total-monedas >= 50
                   ADD 1 TO monedas-desbordadas
               ELSE
                   ADD 1 TO total-monedas
                   MOVE total-monedas TO moneda-hallada
                   MOVE moneda-buscada TO mon-clave(moneda-hallada)
                   MOVE SPACES TO mon-fecha(moneda-hallada)
                   MOVE ZERO TO mon-tasa(moneda-hallada)
                   MOVE ZERO TO mon-posiciones(moneda-hallada)
                   MOVE ZERO TO mon-saldo(moneda-hallada)
                   MOVE ZERO TO mon-libros(moneda-hallada)
                   MOVE ZERO TO mon-revaluado(moneda-hallada)
                   MOVE ZERO TO mon-diferencia(moneda-hallada)
               END-IF
           END-IF.

       COMPARA-MONEDA.
           ADD 1 TO indice-moneda
           IF mon-clave(indice-moneda) = moneda-buscada
               MOVE indice-moneda TO moneda-hallada
           END-IF.

       IMPRIME-TITULO.
           MOVE "data/revaluacion-monedas.txt" TO texto-impresion
           CALL "IMPRESOR" USING "A", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO texto-impresion
           MOVE "CUENTA" TO texto-impresion(3:6)
           MOVE "MON" TO texto-impresion(15:3)
           MOVE "SALDO MONEDA" TO texto-impresion(21:12)
           MOVE "VALOR EN LIBROS" TO texto-impresion(35:15)
           MOVE "TASA" TO texto-impresion(57:4)
           MOVE "VALOR REVALUADO" TO texto-impresion(63:15)
           MOVE "DIFERENCIA" TO texto-impresion(85:10)
           CALL "IMPRESOR" USING "T", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO fecha-f
           STRING fecha-negocio(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fecha-negocio(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fecha-negocio(1:4) DELIMITED BY SIZE
               INTO fecha-f
           MOVE SPACES TO texto-impresion
           STRING "POSICION EN MONEDA EXTRANJERA Y REVALUACION DEL MES "
                   DELIMITED BY SIZE
               mes-revaluacion DELIMITED BY SIZE
               ", FECHA DE NEGOCIO " DELIMITED BY SIZE
               fecha-f DELIMITED BY SIZE
               INTO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO texto-impresion
           STRING "TASA: LA ULTIMA DEL MES EN data/tipos-cambio.txt; "
                   DELIMITED BY SIZE
               "DIFERENCIA = VALOR REVALUADO - VALOR EN LIBROS"
                   DELIMITED BY SIZE
               INTO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion.

      * Entran las posiciones en moneda extranjera que tienen saldo o
      * valor en libros; una en cero en las dos no tiene que revaluar.
      * La sucursal sale del maestro de cuentas (sin ella, ????).
       LIBERA-POSICIONES.
           PERFORM UNTIL fin-posiciones = 'Y'
               READ ARCHIVO-POSICIONES NEXT
                   AT END MOVE 'Y' TO fin-posiciones
                   NOT AT END PERFORM LIBERA-POSICION
                       THRU LIBERA-POSICION-FIN
               END-READ
           END-PERFORM.

       LIBERA-POSICION.
           IF POSMON-MONEDA = SPACES OR POSMON-MONEDA = "MXP"
               GO TO LIBERA-POSICION-FIN
           END-IF
           IF POSMON-SALDO = ZERO AND POSMON-VALOR-PESOS = ZERO
               GO TO LIBERA-POSICION-FIN
           END-IF
           ADD 1 TO posiciones-leidas
           MOVE "????" TO ord-sucursal
           IF cuentas-abierto = 'S'
               MOVE POSMON-CUENTA TO CUENTA-ID
               READ ARCHIVO-CUENTAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CUENTA-ESTADO = 'C'
                           ADD 1 TO posiciones-cerradas
                           GO TO LIBERA-POSICION-FIN
                       END-IF
                       IF CUENTA-SUCURSAL NOT = SPACES
                           MOVE CUENTA-SUCURSAL TO ord-sucursal
                       END-IF
               END-READ
           END-IF
           MOVE POSMON-MONEDA TO ord-moneda
           MOVE POSMON-CUENTA TO ord-cuenta
           MOVE POSMON-SALDO TO ord-saldo
           MOVE POSMON-VALOR-PESOS TO ord-libros
           RELEASE registro-orden.
       LIBERA-POSICION-FIN.
           EXIT.

       REVALUA-POSICIONES.
           PERFORM UNTIL fin-orden = 'Y'
               RETURN ARCHIVO-ORDEN
                   AT END MOVE 'Y' TO fin-orden
                   NOT AT END PERFORM PROCESA-RENGLON-ORDEN
               END-RETURN
           END-PERFORM
           IF hay-sucursal-abierta = 'S'
               PERFORM CIERRA-SUCURSAL
           END-IF.

       PROCESA-RENGLON-ORDEN.
           IF hay-sucursal-abierta = 'S'
               AND ord-sucursal NOT = sucursal-en-curso
               PERFORM CIERRA-SUCURSAL
           END-IF
           IF hay-sucursal-abierta = 'N'
               PERFORM ABRE-SUCURSAL
           END-IF
           PERFORM REVALUA-POSICION THRU REVALUA-POSICION-FIN.

       ABRE-SUCURSAL.
           MOVE ord-sucursal TO sucursal-en-curso
           MOVE 'S' TO hay-sucursal-abierta
           MOVE ZERO TO posiciones-sucursal
           MOVE ZERO TO libros-sucursal
           MOVE ZERO TO revaluado-sucursal
           MOVE ZERO TO neto-sucursal
           MOVE SPACES TO texto-impresion
           IF ord-sucursal = "????"
               STRING "SUCURSAL ???? (SIN SUCURSAL)" DELIMITED BY SIZE
                   INTO texto-impresion
           ELSE
               STRING "SUCURSAL " DELIMITED BY SIZE
                   ord-sucursal DELIMITED BY SIZE
                   INTO texto-impresion
           END-IF
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion.

      * La posicion se valua a la tasa del mes de su moneda; la
      * diferencia contra el valor en libros es el ajuste que se
      * genera. Sin tasa del mes la posicion sale en el reporte pero
      * no se ajusta.
       REVALUA-POSICION.
           ADD 1 TO posiciones-sucursal
           MOVE ord-saldo TO saldo-f
           MOVE ord-libros TO pesos-f
           MOVE SPACES TO texto-impresion
           STRING "  " DELIMITED BY SIZE
               ord-cuenta DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ord-moneda DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               saldo-f DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               pesos-f DELIMITED BY SIZE
               INTO texto-impresion
           ADD ord-libros TO libros-sucursal
           MOVE ord-moneda TO moneda-buscada
           PERFORM BUSCA-MONEDA
           IF moneda-hallada = ZERO
               ADD 1 TO posiciones-sin-tasa
               MOVE "SIN TASA DEL MES" TO texto-impresion(52:16)
               ADD ord-libros TO revaluado-sucursal
               GO TO REVALUA-POSICION-IMPRIME
           END-IF
           ADD 1 TO mon-posiciones(moneda-hallada)
           ADD ord-saldo TO mon-saldo(moneda-hallada)
           ADD ord-libros TO mon-libros(moneda-hallada)
           IF mon-fecha(moneda-hallada) = SPACES
               ADD 1 TO posiciones-sin-tasa
               MOVE "SIN TASA DEL MES" TO texto-impresion(52:16)
               ADD ord-libros TO revaluado-sucursal
               ADD ord-libros TO mon-revaluado(moneda-hallada)
               GO TO REVALUA-POSICION-IMPRIME
           END-IF
           COMPUTE valor-revaluado ROUNDED
               = ord-saldo * mon-tasa(moneda-hallada)
           COMPUTE diferencia = valor-revaluado - ord-libros
           ADD 1 TO posiciones-revaluadas
           ADD valor-revaluado TO revaluado-sucursal
           ADD valor-revaluado TO mon-revaluado(moneda-hallada)
           MOVE mon-tasa(moneda-hallada) TO tasa-f
           MOVE valor-revaluado TO revaluado-f
           MOVE diferencia TO diferencia-f
           MOVE tasa-f TO texto-impresion(52:9)
           MOVE revaluado-f TO texto-impresion(63:15)
           MOVE diferencia-f TO texto-impresion(80:15)
           IF diferencia NOT = ZERO
               PERFORM GENERA-AJUSTE THRU GENERA-AJUSTE-FIN
           END-IF.
       REVALUA-POSICION-IMPRIME.
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion.
       REVALUA-POSICION-FIN.
           EXIT.

      * El ajuste es un registro de entrada en pesos, tipo 'V', con la
      * moneda revaluada; uno que no cabe en TRANS-AMOUNT, o que
      * repetiria la llave de duplicados de otro ajuste de la misma
      * cuenta, no se genera y se marca en su renglon.
       GENERA-AJUSTE.
           MOVE SPACES TO INPUT-RECORD
           MOVE ord-cuenta TO ACCOUNT-ID
           COMPUTE TRANS-AMOUNT = diferencia
               ON SIZE ERROR
                   ADD 1 TO diferencias-fuera-rango
                   MOVE "FUERA DE RANGO" TO texto-impresion(86:14)
                   GO TO GENERA-AJUSTE-FIN
           END-COMPUTE
           MOVE 'N' TO llave-repetida
           MOVE ZERO TO indice-llave
           PERFORM COMPARA-LLAVE
               UNTIL indice-llave >= total-llaves
                  OR llave-repetida = 'S'
           IF llave-repetida = 'S'
               ADD 1 TO ajustes-repetidos
               MOVE "LLAVE REPETIDA" TO texto-impresion(86:14)
               GO TO GENERA-AJUSTE-FIN
           END-IF
           IF total-llaves >= 9999
               ADD 1 TO ajustes-sin-lugar
               MOVE "SIN LUGAR" TO texto-impresion(86:14)
               GO TO GENERA-AJUSTE-FIN
           END-IF
           ADD 1 TO total-llaves
           MOVE ord-cuenta TO llave-cuenta(total-llaves)
           MOVE TRANS-AMOUNT TO llave-monto(total-llaves)
           MOVE fecha-negocio TO TRANS-DATE
           MOVE "MXP" TO CURRENCY-CODE
           MOVE 'V' TO TRANS-TYPE
           MOVE ord-moneda TO TRANS-MONEDA-REVALUADA
           WRITE INPUT-RECORD
           ADD 1 TO movimientos-generados
           ADD diferencia TO neto-sucursal
           ADD diferencia TO mon-diferencia(moneda-hallada)
           ADD diferencia TO total-neto
           IF diferencia > ZERO
               ADD diferencia TO total-utilidad
           ELSE
               ADD diferencia TO total-perdida
           END-IF.
       GENERA-AJUSTE-FIN.
           EXIT.

       COMPARA-LLAVE.
           ADD 1 TO indice-llave
           IF llave-cuenta(indice-llave) = ord-cuenta
               AND llave-monto(indice-llave) = TRANS-AMOUNT
               MOVE 'S' TO llave-repetida
           END-IF.

       CIERRA-SUCURSAL.
           MOVE posiciones-sucursal TO contador-f
           MOVE libros-sucursal TO pesos-f
           MOVE revaluado-sucursal TO revaluado-f
           MOVE neto-sucursal TO diferencia-f
           MOVE SPACES TO texto-impresion
           STRING "  NETO " DELIMITED BY SIZE
               sucursal-en-curso DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(contador-f) DELIMITED BY SIZE
               " POS.)" DELIMITED BY SIZE
               INTO texto-impresion
           MOVE pesos-f TO texto-impresion(35:15)
           MOVE revaluado-f TO texto-impresion(63:15)
           MOVE diferencia-f TO texto-impresion(80:15)
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           MOVE 'N' TO hay-sucursal-abierta.

      * Resumen por moneda (saldo total en la moneda, libros, tasa y
      * su fecha, revaluado y diferencia) y totales del mes, que son
      * los que finanzas lleva al mayor.
       IMPRIME-RESUMEN.
           MOVE SPACES TO texto-impresion
           MOVE "RESUMEN POR MONEDA" TO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           MOVE ZERO TO indice-moneda
           PERFORM IMPRIME-MONEDA
               UNTIL indice-moneda >= total-monedas
           MOVE SPACES TO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           MOVE total-utilidad TO diferencia-f
           MOVE SPACES TO texto-impresion
           MOVE "UTILIDAD CAMBIARIA DEL MES" TO texto-impresion
           MOVE diferencia-f TO texto-impresion(80:15)
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           MOVE total-perdida TO diferencia-f
           MOVE SPACES TO texto-impresion
           MOVE "PERDIDA CAMBIARIA DEL MES" TO texto-impresion
           MOVE diferencia-f TO texto-impresion(80:15)
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           MOVE total-neto TO diferencia-f
           MOVE SPACES TO texto-impresion
           MOVE "NETO DE LA REVALUACION" TO texto-impresion
           MOVE diferencia-f TO texto-impresion(80:15)
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           MOVE movimientos-generados TO contador-f
           MOVE SPACES TO texto-impresion
           STRING "AJUSTES GENERADOS: " DELIMITED BY SIZE
               FUNCTION TRIM(contador-f) DELIMITED BY SIZE
               " (data/revaluacion-generada.txt)" DELIMITED BY SIZE
               INTO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           IF posiciones-sin-tasa > ZERO
               MOVE posiciones-sin-tasa TO contador-f
               MOVE SPACES TO texto-impresion
               STRING "POSICIONES SIN TASA DEL MES, NO REVALUADAS: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(contador-f) DELIMITED BY SIZE
                   INTO texto-impresion
               CALL "IMPRESOR" USING "D", nombre-programa,
                   numero-pagina, texto-impresion
           END-IF
           IF diferencias-fuera-rango > ZERO
               MOVE diferencias-fuera-rango TO contador-f
               MOVE SPACES TO texto-impresion
               STRING "DIFERENCIAS FUERA DE RANGO, NO GENERADAS: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(contador-f) DELIMITED BY SIZE
                   INTO texto-impresion
               CALL "IMPRESOR" USING "D", nombre-programa,
                   numero-pagina, texto-impresion
           END-IF
           IF ajustes-repetidos > ZERO
               MOVE ajustes-repetidos TO contador-f
               MOVE SPACES TO texto-impresion
               STRING "AJUSTES CON LLAVE REPETIDA, PARA EL MES "
                       DELIMITED BY SIZE
                   "SIGUIENTE: " DELIMITED BY SIZE
                   FUNCTION TRIM(contador-f) DELIMITED BY SIZE
                   INTO texto-impresion
               CALL "IMPRESOR" USING "D", nombre-programa,
                   numero-pagina, texto-impresion
           END-IF
           IF posiciones-cerradas > ZERO
               MOVE posiciones-cerradas TO contador-f
               MOVE SPACES TO texto-impresion
               STRING "POSICIONES DE CUENTAS CERRADAS, NO REVALUADAS: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(contador-f) DELIMITED BY SIZE
                   INTO texto-impresion
               CALL "IMPRESOR" USING "D", nombre-programa,
                   numero-pagina, texto-impresion
           END-IF.

      * Solo salen las monedas con posicion; las tasas del mes de
      * monedas sin posicion no interesan al resumen.
       IMPRIME-MONEDA.
           ADD 1 TO indice-moneda
           IF mon-posiciones(indice-moneda) > ZERO
               MOVE mon-saldo(indice-moneda) TO saldo-f
               MOVE mon-libros(indice-moneda) TO pesos-f
               MOVE mon-revaluado(indice-moneda) TO revaluado-f
               MOVE mon-diferencia(indice-moneda) TO diferencia-f
               MOVE SPACES TO texto-impresion
               STRING "  TOTAL       " DELIMITED BY SIZE
                   mon-clave(indice-moneda) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   saldo-f DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   pesos-f DELIMITED BY SIZE
                   INTO texto-impresion
               IF mon-fecha(indice-moneda) = SPACES
                   MOVE "SIN TASA DEL MES" TO texto-impresion(52:16)
               ELSE
                   MOVE mon-tasa(indice-moneda) TO tasa-f
                   MOVE tasa-f TO texto-impresion(52:9)
                   MOVE revaluado-f TO texto-impresion(63:15)
                   MOVE diferencia-f TO texto-impresion(80:15)
               END-IF
               CALL "IMPRESOR" USING "D", nombre-programa,
                   numero-pagina, texto-impresion
               MOVE mon-posiciones(indice-moneda) TO contador-f
               MOVE SPACES TO texto-impresion
               IF mon-fecha(indice-moneda) = SPACES
                   STRING "      " DELIMITED BY SIZE
                       FUNCTION TRIM(contador-f) DELIMITED BY SIZE
                       " POSICIONES, SIN TASA EN " DELIMITED BY SIZE
                       mes-revaluacion DELIMITED BY SIZE
                       INTO texto-impresion
               ELSE
                   STRING "      " DELIMITED BY SIZE
                       FUNCTION TRIM(contador-f) DELIMITED BY SIZE
                       " POSICIONES, TASA DEL " DELIMITED BY SIZE
                       mon-fecha(indice-moneda) DELIMITED BY SIZE
                       INTO texto-impresion
               END-IF
               CALL "IMPRESOR" USING "D", nombre-programa,
                   numero-pagina, texto-impresion
           END-IF.

      * Un archivo de revaluacion de una fecha anterior que sigue en
      * la lista de control es de una tarde que no termino limpia: no
      * se pisa, o esos ajustes nunca llegarian a las posiciones. El de
      * la misma fecha (una reanudacion) si se vuelve a generar.
       REVISA-PENDIENTE.
           MOVE 'N' TO control-listado
           OPEN INPUT ARCHIVO-REVALUACION
           IF estado-archivo-revaluacion = "00"
               READ ARCHIVO-REVALUACION
                   AT END CONTINUE
                   NOT AT END
                       MOVE TRANS-DATE TO fecha-pendiente
                       IF TRANS-DATE < fecha-negocio
                           PERFORM BUSCA-EN-CONTROL
                       END-IF
               END-READ
               CLOSE ARCHIVO-REVALUACION
           END-IF.

      * El archivo generado tiene que estar en la lista de control
      * para que INTRO-TO-COBOL lo lea; se agrega una sola vez.
       AGREGA-A-CONTROL.
           PERFORM BUSCA-EN-CONTROL
           IF control-listado = 'N'
               OPEN EXTEND ARCHIVO-CONTROL
               IF estado-archivo-control NOT = "00"
                   DISPLAY "NO SE PUDO AGREGAR EL ARCHIVO DE "
                       "REVALUACION A data/control.txt, FILE STATUS: "
                       estado-archivo-control
                   MOVE 16 TO codigo-retorno
               ELSE
                   MOVE "data/revaluacion-generada.txt"
                       TO registro-control
                   WRITE registro-control
                   CLOSE ARCHIVO-CONTROL
                   DISPLAY "data/revaluacion-generada.txt AGREGADO "
                       "A LA LISTA DE CONTROL."
               END-IF
           END-IF.

       BUSCA-EN-CONTROL.
           MOVE 'N' TO control-listado
           MOVE 'N' TO fin-control
           OPEN INPUT ARCHIVO-CONTROL
           IF estado-archivo-control = "00"
               PERFORM UNTIL fin-control = 'Y'
                   READ ARCHIVO-CONTROL
                       AT END MOVE 'Y' TO fin-control
                       NOT AT END
                           IF FUNCTION TRIM(registro-control)
                               = "data/revaluacion-generada.txt"
                               MOVE 'S' TO control-listado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CONTROL
           END-IF.

       CIERRA-MAESTROS.
           CLOSE ARCHIVO-POSICIONES
           IF cuentas-abierto = 'S'
               CLOSE ARCHIVO-CUENTAS
           END-IF.

       END PROGRAM REVALUA-MONEDAS.

      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Monitoreo de efectivo para cumplimiento: la cola de
      *          retenidas de PROCESO-LOTE ve una transaccion a la vez,
      *          aqui se ve el patron de cada cuenta. Suma el efectivo
      *          del dia (movimientos de cliente, tipo ' ' o 'M', de
      *          los archivos de data/control.txt, valuados en pesos
      *          via TCAMBIO; los abonos de intereses y las ordenes
      *          permanentes que genera el propio taller no son
      *          efectivo) y el de los dias habiles anteriores de la
      *          ventana, tomado del historial de movimientos, y abre
      *          un caso numerado en data/casos-monitoreo.dat cuando:
      *          (U) el efectivo del dia alcanza el umbral reportable,
      *          (V) el de la ventana lo alcanza, (E) hay dos o mas
      *          montos de la ventana, uno de ellos de hoy, justo
      *          debajo del umbral (dentro del margen), o (A) el
      *          movimiento del dia pasa varias veces el promedio
      *          diario de la propia cuenta segun el historial de
      *          saldos. Una cuenta no abre dos casos del mismo tipo
      *          el mismo dia, asi que correr dos veces no duplica.
      *          Ademas, como la misma persona puede repartir el
      *          efectivo entre varias cuentas, se junta el efectivo
      *          del dia y de la ventana de todas las cuentas de cada
      *          cliente (CUENTA-CLIENTE del maestro de cuentas) y se
      *          abre un caso (K) a nombre del cliente cuando el
      *          conjunto alcanza el umbral sin que ninguna de sus
      *          cuentas lo haya alcanzado sola.
      *          Los casos nuevos salen en el reporte regulatorio
      *          data/reporte-monitoreo.txt y se dictaminan (descartar
      *          o escalar) en MANTENIMIENTO-CASOS.
      *          Uso: monitorea-efectivo [umbral [dias-habiles]]
      *               (defecto 150000 pesos y 5 dias habiles)
      * Tectonics: cobc -x monitorea-efectivo.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONITOREA-EFECTIVO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA
               SYMBOLIC CHARACTERS ANGULAR-DERECHA IS 61
                                   ANGULAR-IZQUIERDA IS 63.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC nombre-archivo
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-entrada.
           SELECT ARCHIVO-CONTROL ASSIGN TO "data/control.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-control.
           SELECT ARCHIVO-HISTORIAL
           ASSIGN TO "data/historial-movimientos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-historial.
           SELECT ARCHIVO-SALDOS-HISTORICOS
           ASSIGN TO "data/saldos-historicos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SALHIS-LLAVE
           FILE STATUS IS estado-archivo-salhis.
           SELECT ARCHIVO-CASOS
           ASSIGN TO "data/casos-monitoreo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASO-NUMERO
           FILE STATUS IS estado-archivo-casos.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-REPORTE
           ASSIGN TO "data/reporte-monitoreo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-reporte.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
           COPY "registro-entrada.cpy".
       FD  ARCHIVO-CONTROL.
       01  registro-control        PICTURE X(40).
       FD  ARCHIVO-HISTORIAL.
           COPY "registro-historial.cpy".
       FD  ARCHIVO-SALDOS-HISTORICOS.
           COPY "registro-saldo-historico.cpy".
       FD  ARCHIVO-CASOS.
           COPY "registro-caso-monitoreo.cpy".
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       FD  ARCHIVO-REPORTE.
       01  registro-reporte        PICTURE X(120).
       WORKING-STORAGE SECTION.
           01      estado-archivo-entrada   PICTURE X(02).
           01      estado-archivo-control   PICTURE X(02).
           01      estado-archivo-historial PICTURE X(02).
           01      estado-archivo-salhis    PICTURE X(02).
           01      estado-archivo-casos     PICTURE X(02).
           01      estado-archivo-cuentas   PICTURE X(02).
           01      estado-archivo-corrida   PICTURE X(02).
           01      estado-archivo-reporte   PICTURE X(02).
           01      nombre-archivo  PICTURE X(40).
           01      fin-entrada     PICTURE X(01) VALUE 'N'.
           01      fin-control     PICTURE X(01) VALUE 'N'.
           01      fin-historial   PICTURE X(01) VALUE 'N'.
           01      fin-salhis      PICTURE X(01) VALUE 'N'.
           01      fin-casos       PICTURE X(01) VALUE 'N'.
           01      cuentas-abierto PICTURE X(01) VALUE 'N'.
           01      parametro-linea PICTURE X(40).
           01      parametro-umbral PICTURE X(15) VALUE SPACES.
           01      parametro-ventana PICTURE X(05) VALUE SPACES.
      * Umbral reportable en pesos y ventana en dias habiles (hoy
      * incluido); el margen de estructuracion es el porcentaje por
      * debajo del umbral que se considera "justo debajo".
           01      umbral-reportable PICTURE 9(11)V99 VALUE 150000.
           01      dias-ventana    PICTURE 9(03) VALUE 5.
           01      dias-atras      PICTURE 9(03) VALUE ZERO.
           01      margen-estructura PICTURE 9(02) VALUE 10.
           01      limite-estructura PICTURE 9(11)V99.
           01      repeticiones-estructura PICTURE 9(03) VALUE 2.
      * Actividad atipica: el movimiento del dia pasa el factor por
      * el promedio diario de la cuenta, con un minimo de dias de
      * historia para que el promedio diga algo y un piso de monto
      * (la decima parte del umbral) para no alertar centavos.
           01      factor-atipico  PICTURE 9(03) VALUE 5.
           01      dias-minimos-promedio PICTURE 9(03) VALUE 5.
           01      piso-atipico    PICTURE 9(11)V99.
           01      fecha-negocio   PICTURE X(08).
           01      fecha-inicio-ventana PICTURE X(08).
           01      dia-habil       PICTURE X(01).
           01      moneda-actual   PICTURE X(03).
           01      fecha-tasa      PICTURE X(08).
           01      tasa-cambio     PICTURE 9(4)V9(4).
           01      tasa-hallada    PICTURE X(01) VALUE 'N'.
           01      monto-bruto     PICTURE 9(9)V99.
           01      monto-pesos     PICTURE 9(11)V99.
           01      sin-tasa        PICTURE 9(05) VALUE ZERO.
      * Efectivo por cuenta: del dia (en pesos y en la unidad de la
      * cuenta, que es en la que esta el historial de saldos), de
      * los dias anteriores de la ventana, montos justo debajo del
      * umbral y la historia diaria para el promedio.
           01      tabla-cuentas-llena PICTURE X(01) VALUE 'N'.
           01      cuenta-buscada  PICTURE X(10).
           01      cuenta-hallada  PICTURE X(01) VALUE 'N'.
           01      total-cuentas   PICTURE 9(05) COMP VALUE ZERO.
           01      indice-cuenta   PICTURE 9(05) COMP VALUE ZERO.
           01      tabla-cuentas.
               05      renglon-cuenta OCCURS 5000 TIMES.
                   10      mon-cuenta        PICTURE X(10).
                   10      mon-hoy           PICTURE 9(11)V99.
                   10      mon-hoy-cuenta    PICTURE 9(11)V99.
                   10      mon-movs-hoy      PICTURE 9(05).
                   10      mon-ventana       PICTURE 9(11)V99.
                   10      mon-bajo-hoy      PICTURE 9(03).
                   10      mon-bajo-ventana  PICTURE 9(03).
                   10      mon-bajo-monto    PICTURE 9(11)V99.
                   10      mon-dias-hist     PICTURE 9(05).
                   10      mon-suma-hist     PICTURE 9(13)V99.
           01      movimiento-dia  PICTURE 9(11)V99.
           01      efectivo-ventana PICTURE 9(11)V99.
           01      bajo-umbral     PICTURE 9(03).
           01      promedio-diario PICTURE 9(11)V99.
           01      tope-atipico    PICTURE 9(13)V99.
      * Efectivo por cliente: lo de todas sus cuentas con efectivo
      * hoy, la cuenta que mas aporto (su sucursal va en el caso) y si
      * alguna ya abrio sola un caso de umbral (U o V).
           01      cliente-trabajo PICTURE X(08).
           01      cliente-hallado PICTURE X(01) VALUE 'N'.
           01      total-clientes  PICTURE 9(05) COMP VALUE ZERO.
           01      indice-cliente  PICTURE 9(05) COMP VALUE ZERO.
           01      clientes-desbordados PICTURE 9(05) VALUE ZERO.
           01      tabla-clientes.
               05      renglon-cliente OCCURS 5000 TIMES.
                   10      cli-cliente       PICTURE X(08).
                   10      cli-efectivo      PICTURE 9(13)V99.
                   10      cli-cuentas       PICTURE 9(05).
                   10      cli-mayor         PICTURE 9(11)V99.
                   10      cli-sucursal      PICTURE X(04).
                   10      cli-con-caso      PICTURE X(01).
           01      umbral-cuenta   PICTURE X(01).
      * Cuenta (o cliente, en un caso K) a la que se abre el caso.
           01      llave-caso      PICTURE X(10).
      * Casos del dia que ya estaban abiertos (cuenta + tipo), para
      * no repetirlos si el monitoreo vuelve a correr.
           01      total-abiertos  PICTURE 9(05) COMP VALUE ZERO.
           01      indice-abierto  PICTURE 9(05) COMP VALUE ZERO.
           01      caso-repetido   PICTURE X(01) VALUE 'N'.
           01      tabla-abiertos.
               05      renglon-abierto OCCURS 5000 TIMES.
                   10      abi-cuenta     PICTURE X(10).
                   10      abi-tipo       PICTURE X(01).
           01      ultimo-caso     PICTURE 9(06) VALUE ZERO.
           01      casos-pendientes PICTURE 9(06) VALUE ZERO.
           01      casos-nuevos    PICTURE 9(05) VALUE ZERO.
           01      casos-repetidos PICTURE 9(05) VALUE ZERO.
      * Caso por abrir.
           01      nuevo-tipo      PICTURE X(01).
           01      nuevo-monto     PICTURE 9(13)V99.
           01      nuevo-referencia PICTURE 9(13)V99.
           01      nuevo-ocurrencias PICTURE 9(05).
           01      sucursal-trabajo PICTURE X(04).
           01      tipo-texto      PICTURE X(24).
           01      numero-f        PICTURE Z(5)9.
           01      monto-f         PICTURE Z(12)9,99.
           01      referencia-f    PICTURE Z(12)9,99.
           01      ocurrencias-f   PICTURE ZZ9.
           01      umbral-f        PICTURE Z(10)9,99.
           01      contador-f      PICTURE Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT parametro-linea FROM COMMAND-LINE
           UNSTRING parametro-linea DELIMITED BY ALL SPACE
               INTO parametro-umbral parametro-ventana
           IF parametro-umbral NOT = SPACES
               IF FUNCTION TRIM(parametro-umbral) IS NUMERIC
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(parametro-umbral))
                       TO umbral-reportable
               ELSE
                   MOVE ZERO TO umbral-reportable
               END-IF
           END-IF
           IF parametro-ventana NOT = SPACES
               IF FUNCTION TRIM(parametro-ventana) IS NUMERIC
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(parametro-ventana)) TO dias-ventana
               ELSE
                   MOVE ZERO TO dias-ventana
               END-IF
           END-IF
           IF umbral-reportable = ZERO
               OR dias-ventana = ZERO
               DISPLAY "EL UMBRAL Y LA VENTANA DEBEN SER NUMEROS "
                   "MAYORES QUE CERO. USO: monitorea-efectivo "
                   "[umbral [dias-habiles]]"
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           COMPUTE limite-estructura ROUNDED = umbral-reportable
               * (100 - margen-estructura) / 100
           COMPUTE piso-atipico ROUNDED = umbral-reportable / 10
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           MOVE fecha-negocio TO fecha-inicio-ventana
           SUBTRACT 1 FROM dias-ventana GIVING dias-atras
           IF dias-atras > ZERO
               CALL "DIAHABIL" USING "R", fecha-negocio, dias-atras,
                   fecha-inicio-ventana, dia-habil
           END-IF
           DISPLAY "FECHA DE NEGOCIO " fecha-negocio ", VENTANA DE "
               dias-ventana " DIAS HABILES DESDE " fecha-inicio-ventana
           OPEN INPUT ARCHIVO-CONTROL
           IF estado-archivo-control NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-CONTROL, FILE STATUS: "
                   estado-archivo-control
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM UNTIL fin-control = 'Y'
               READ ARCHIVO-CONTROL
                   AT END MOVE 'Y' TO fin-control
                   NOT AT END PERFORM CARGA-ARCHIVO-DIA
                       THRU CARGA-ARCHIVO-DIA-FIN
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CONTROL
           IF total-cuentas > ZERO
               PERFORM CARGA-VENTANA THRU CARGA-VENTANA-FIN
               PERFORM CARGA-PROMEDIOS
           END-IF
           PERFORM ABRE-CASOS THRU ABRE-CASOS-FIN
           IF estado-archivo-casos NOT = "00"
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN INPUT ARCHIVO-CUENTAS
           IF estado-archivo-cuentas = "00"
               MOVE 'S' TO cuentas-abierto
           END-IF
           OPEN OUTPUT ARCHIVO-REPORTE
           IF estado-archivo-reporte NOT = "00"
               DISPLAY "ERROR OPENING data/reporte-monitoreo.txt, "
                   "FILE STATUS: " estado-archivo-reporte
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-CASOS
               IF cuentas-abierto = 'S'
                   CLOSE ARCHIVO-CUENTAS
               END-IF
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM ESCRIBE-ENCABEZADO-REPORTE
           MOVE ZERO TO indice-cuenta
           PERFORM EVALUA-CUENTA
               UNTIL indice-cuenta >= total-cuentas
           MOVE ZERO TO indice-cliente
           PERFORM EVALUA-CLIENTE
               UNTIL indice-cliente >= total-clientes
           PERFORM ESCRIBE-TOTALES-REPORTE
           CLOSE ARCHIVO-REPORTE
           CLOSE ARCHIVO-CASOS
           IF cuentas-abierto = 'S'
               CLOSE ARCHIVO-CUENTAS
           END-IF
           DISPLAY "CUENTAS CON EFECTIVO HOY: " total-cuentas
               ", CASOS NUEVOS: " casos-nuevos
               ", PENDIENTES DE DICTAMEN: " casos-pendientes
               " (VER data/reporte-monitoreo.txt)"
           IF sin-tasa > ZERO
               DISPLAY "MOVIMIENTOS VALUADOS A LA PAR POR FALTA DE "
                   "TASA: " sin-tasa
           END-IF
           IF clientes-desbordados > ZERO
               DISPLAY "AVISO: " clientes-desbordados " CUENTAS NO "
                   "CUPIERON EN LA SUMA POR CLIENTE."
           END-IF.
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

      * Los archivos que genera el propio taller (intereses, ordenes
      * permanentes y revaluacion cambiaria) no son efectivo de
      * ventanilla y no se leen.
       CARGA-ARCHIVO-DIA.
           MOVE SPACES TO nombre-archivo
           MOVE FUNCTION TRIM(registro-control) TO nombre-archivo
           IF nombre-archivo = "data/intereses-generados.txt"
               OR nombre-archivo = "data/ordenes-generadas.txt"
               OR nombre-archivo = "data/revaluacion-generada.txt"
               GO TO CARGA-ARCHIVO-DIA-FIN
           END-IF
           MOVE 'N' TO fin-entrada
           OPEN INPUT INPUT-FILE
           IF estado-archivo-entrada NOT = "00"
               DISPLAY "ERROR OPENING " FUNCTION TRIM(nombre-archivo)
                   ", FILE STATUS: " estado-archivo-entrada
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL fin-entrada = 'Y'
                   READ INPUT-FILE
                       AT END MOVE 'Y' TO fin-entrada
                       NOT AT END PERFORM ACUMULA-EFECTIVO-DIA
                           THRU ACUMULA-EFECTIVO-DIA-FIN
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE
           END-IF.
       CARGA-ARCHIVO-DIA-FIN.
           EXIT.

       ACUMULA-EFECTIVO-DIA.
           IF TRANS-TYPE NOT = SPACE
               AND TRANS-TYPE NOT = 'M'
               GO TO ACUMULA-EFECTIVO-DIA-FIN
           END-IF
           IF TRANS-AMOUNT < ZERO
               COMPUTE monto-bruto = TRANS-AMOUNT * -1
           ELSE
               MOVE TRANS-AMOUNT TO monto-bruto
           END-IF
           MOVE CURRENCY-CODE TO moneda-actual
           MOVE TRANS-DATE TO fecha-tasa
           PERFORM VALUA-EN-PESOS
           MOVE ACCOUNT-ID TO cuenta-buscada
           PERFORM BUSCA-CUENTA
           IF cuenta-hallada = 'N'
               IF total-cuentas >= 5000
                   IF tabla-cuentas-llena = 'N'
                       DISPLAY "ERROR: TABLA DE CUENTAS DEL MONITOREO "
                           "LLENA, EL MONITOREO SALE INCOMPLETO."
                       MOVE 'S' TO tabla-cuentas-llena
                       MOVE 16 TO RETURN-CODE
                   END-IF
                   GO TO ACUMULA-EFECTIVO-DIA-FIN
               END-IF
               ADD 1 TO total-cuentas
               MOVE total-cuentas TO indice-cuenta
               INITIALIZE renglon-cuenta(indice-cuenta)
               MOVE ACCOUNT-ID TO mon-cuenta(indice-cuenta)
           END-IF
           ADD monto-pesos TO mon-hoy(indice-cuenta)
           ADD monto-bruto TO mon-hoy-cuenta(indice-cuenta)
           ADD 1 TO mon-movs-hoy(indice-cuenta)
           IF monto-pesos >= limite-estructura
               AND monto-pesos < umbral-reportable
               ADD 1 TO mon-bajo-hoy(indice-cuenta)
               ADD monto-pesos TO mon-bajo-monto(indice-cuenta)
           END-IF.
       ACUMULA-EFECTIVO-DIA-FIN.
           EXIT.

       VALUA-EN-PESOS.
           IF moneda-actual = SPACES
               MOVE "MXP" TO moneda-actual
           END-IF
           CALL "TCAMBIO" USING moneda-actual, fecha-tasa,
               tasa-cambio, tasa-hallada
           IF tasa-hallada = 'N'
               ADD 1 TO sin-tasa
               MOVE 1 TO tasa-cambio
           END-IF
           COMPUTE monto-pesos ROUNDED = monto-bruto * tasa-cambio.

       BUSCA-CUENTA.
           MOVE 'N' TO cuenta-hallada
           MOVE ZERO TO indice-cuenta
           PERFORM COMPARA-CUENTA
               UNTIL cuenta-hallada = 'S'
                  OR indice-cuenta >= total-cuentas.

       COMPARA-CUENTA.
           ADD 1 TO indice-cuenta
           IF mon-cuenta(indice-cuenta) = cuenta-buscada
               MOVE 'S' TO cuenta-hallada
           END-IF.

      * Los dias anteriores de la ventana salen del historial de
      * movimientos: solo movimientos de cliente de las cuentas que
      * hoy movieron efectivo.
       CARGA-VENTANA.
           IF fecha-inicio-ventana >= fecha-negocio
               GO TO CARGA-VENTANA-FIN
           END-IF
           MOVE 'N' TO fin-historial
           OPEN INPUT ARCHIVO-HISTORIAL
           IF estado-archivo-historial NOT = "00"
               DISPLAY "AVISO: SIN HISTORIAL DE MOVIMIENTOS, FILE "
                   "STATUS: " estado-archivo-historial
                   ". LA VENTANA SOLO CUENTA EL DIA."
               GO TO CARGA-VENTANA-FIN
           END-IF
           PERFORM UNTIL fin-historial = 'Y'
               READ ARCHIVO-HISTORIAL
                   AT END MOVE 'Y' TO fin-historial
                   NOT AT END PERFORM ACUMULA-EFECTIVO-VENTANA
                       THRU ACUMULA-EFECTIVO-VENTANA-FIN
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-HISTORIAL.
       CARGA-VENTANA-FIN.
           EXIT.

       ACUMULA-EFECTIVO-VENTANA.
           IF HIST-FECHA-NEGOCIO < fecha-inicio-ventana
               OR HIST-FECHA-NEGOCIO >= fecha-negocio
               OR HIST-ORIGEN NOT = 'C'
               OR HIST-ARCHIVO = "data/ordenes-generadas.txt"
               GO TO ACUMULA-EFECTIVO-VENTANA-FIN
           END-IF
           IF HIST-TIPO NOT = SPACE
               AND HIST-TIPO NOT = 'M'
               GO TO ACUMULA-EFECTIVO-VENTANA-FIN
           END-IF
           MOVE HIST-CUENTA TO cuenta-buscada
           PERFORM BUSCA-CUENTA
           IF cuenta-hallada = 'N'
               GO TO ACUMULA-EFECTIVO-VENTANA-FIN
           END-IF
           IF HIST-MONTO < ZERO
               COMPUTE monto-bruto = HIST-MONTO * -1
           ELSE
               MOVE HIST-MONTO TO monto-bruto
           END-IF
           MOVE HIST-MONEDA TO moneda-actual
           MOVE HIST-FECHA TO fecha-tasa
           PERFORM VALUA-EN-PESOS
           ADD monto-pesos TO mon-ventana(indice-cuenta)
           IF monto-pesos >= limite-estructura
               AND monto-pesos < umbral-reportable
               ADD 1 TO mon-bajo-ventana(indice-cuenta)
               ADD monto-pesos TO mon-bajo-monto(indice-cuenta)
           END-IF.
       ACUMULA-EFECTIVO-VENTANA-FIN.
           EXIT.

      * El promedio diario de cada cuenta sale del historial de saldos:
      * el movimiento neto (en valor absoluto) de los dias anteriores
      * a hoy en que la cuenta se movio.
       CARGA-PROMEDIOS.
           MOVE 'N' TO fin-salhis
           OPEN INPUT ARCHIVO-SALDOS-HISTORICOS
           IF estado-archivo-salhis NOT = "00"
               DISPLAY "AVISO: SIN HISTORIAL DE SALDOS, FILE STATUS: "
                   estado-archivo-salhis
                   ". NO SE REVISA ACTIVIDAD ATIPICA."
           ELSE
               PERFORM UNTIL fin-salhis = 'Y'
                   READ ARCHIVO-SALDOS-HISTORICOS NEXT
                       AT END MOVE 'Y' TO fin-salhis
                       NOT AT END PERFORM ACUMULA-PROMEDIO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SALDOS-HISTORICOS
           END-IF.

       ACUMULA-PROMEDIO.
           IF SALHIS-ORIGEN = 'D'
               AND SALHIS-FECHA < fecha-negocio
               MOVE SALHIS-CUENTA TO cuenta-buscada
               PERFORM BUSCA-CUENTA
               IF cuenta-hallada = 'S'
                   ADD 1 TO mon-dias-hist(indice-cuenta)
                   IF SALHIS-MOVIMIENTO < ZERO
                       SUBTRACT SALHIS-MOVIMIENTO
                           FROM mon-suma-hist(indice-cuenta)
                   ELSE
                       ADD SALHIS-MOVIMIENTO
                           TO mon-suma-hist(indice-cuenta)
                   END-IF
               END-IF
           END-IF.

      * El archivo de casos se abre en I-O (la primera vez se crea);
      * un recorrido completo da el ultimo numero, los pendientes y
      * los casos que ya se abrieron hoy.
       ABRE-CASOS.
           OPEN I-O ARCHIVO-CASOS
           IF estado-archivo-casos = "35"
               OPEN OUTPUT ARCHIVO-CASOS
               CLOSE ARCHIVO-CASOS
               OPEN I-O ARCHIVO-CASOS
           END-IF
           IF estado-archivo-casos NOT = "00"
               DISPLAY "ERROR OPENING data/casos-monitoreo.dat, "
                   "FILE STATUS: " estado-archivo-casos
               MOVE 16 TO RETURN-CODE
               GO TO ABRE-CASOS-FIN
           END-IF
           MOVE 'N' TO fin-casos
           MOVE ZERO TO CASO-NUMERO
           START ARCHIVO-CASOS KEY IS NOT LESS THAN CASO-NUMERO
               INVALID KEY MOVE 'Y' TO fin-casos
           END-START
           PERFORM UNTIL fin-casos = 'Y'
               READ ARCHIVO-CASOS NEXT
                   AT END MOVE 'Y' TO fin-casos
                   NOT AT END PERFORM REVISA-CASO-EXISTENTE
               END-READ
           END-PERFORM
           MOVE "00" TO estado-archivo-casos.
       ABRE-CASOS-FIN.
           EXIT.

       REVISA-CASO-EXISTENTE.
           MOVE CASO-NUMERO TO ultimo-caso
           IF CASO-ESTADO = 'P'
               ADD 1 TO casos-pendientes
           END-IF
           IF CASO-FECHA = fecha-negocio
               AND total-abiertos < 5000
               ADD 1 TO total-abiertos
               MOVE CASO-CUENTA TO abi-cuenta(total-abiertos)
               MOVE CASO-TIPO TO abi-tipo(total-abiertos)
           END-IF.

       EVALUA-CUENTA.
           ADD 1 TO indice-cuenta
           MOVE mon-cuenta(indice-cuenta) TO llave-caso
           MOVE SPACES TO sucursal-trabajo
           MOVE SPACES TO cliente-trabajo
           MOVE 'N' TO umbral-cuenta
           IF cuentas-abierto = 'S'
               MOVE mon-cuenta(indice-cuenta) TO CUENTA-ID
               READ ARCHIVO-CUENTAS
                   NOT INVALID KEY
                       MOVE CUENTA-SUCURSAL TO sucursal-trabajo
                       MOVE CUENTA-CLIENTE TO cliente-trabajo
               END-READ
           END-IF
      * (U) y (V): efectivo del dia o de la ventana contra el umbral.
           ADD mon-hoy(indice-cuenta) mon-ventana(indice-cuenta)
               GIVING efectivo-ventana
           IF mon-hoy(indice-cuenta) >= umbral-reportable
               MOVE 'S' TO umbral-cuenta
               MOVE 'U' TO nuevo-tipo
               MOVE mon-hoy(indice-cuenta) TO nuevo-monto
               MOVE umbral-reportable TO nuevo-referencia
               MOVE mon-movs-hoy(indice-cuenta) TO nuevo-ocurrencias
               PERFORM ABRE-CASO THRU ABRE-CASO-FIN
           ELSE
               IF efectivo-ventana >= umbral-reportable
                   MOVE 'S' TO umbral-cuenta
                   MOVE 'V' TO nuevo-tipo
                   MOVE efectivo-ventana TO nuevo-monto
                   MOVE umbral-reportable TO nuevo-referencia
                   MOVE dias-ventana TO nuevo-ocurrencias
                   PERFORM ABRE-CASO THRU ABRE-CASO-FIN
               END-IF
           END-IF
      * (E): montos repetidos justo debajo del umbral, uno de hoy.
           ADD mon-bajo-hoy(indice-cuenta)
               mon-bajo-ventana(indice-cuenta)
               GIVING bajo-umbral
           IF mon-bajo-hoy(indice-cuenta) > ZERO
               AND bajo-umbral >= repeticiones-estructura
               MOVE 'E' TO nuevo-tipo
               MOVE mon-bajo-monto(indice-cuenta) TO nuevo-monto
               MOVE limite-estructura TO nuevo-referencia
               MOVE bajo-umbral TO nuevo-ocurrencias
               PERFORM ABRE-CASO THRU ABRE-CASO-FIN
           END-IF
      * (A): el dia contra el promedio de la propia cuenta.
           IF mon-dias-hist(indice-cuenta) >= dias-minimos-promedio
               AND mon-hoy(indice-cuenta) >= piso-atipico
               COMPUTE promedio-diario ROUNDED
                   = mon-suma-hist(indice-cuenta)
                   / mon-dias-hist(indice-cuenta)
               COMPUTE tope-atipico = promedio-diario * factor-atipico
               MOVE mon-hoy-cuenta(indice-cuenta) TO movimiento-dia
               IF movimiento-dia > tope-atipico
                   MOVE 'A' TO nuevo-tipo
                   MOVE movimiento-dia TO nuevo-monto
                   MOVE promedio-diario TO nuevo-referencia
                   MOVE mon-dias-hist(indice-cuenta)
                       TO nuevo-ocurrencias
                   PERFORM ABRE-CASO THRU ABRE-CASO-FIN
               END-IF
           END-IF
           IF cliente-trabajo NOT = SPACES
               PERFORM SUMA-CLIENTE
           END-IF.

      * El efectivo de la cuenta (dia y ventana) se suma al de su
      * cliente.
       SUMA-CLIENTE.
           MOVE 'N' TO cliente-hallado
           MOVE ZERO TO indice-cliente
           PERFORM COMPARA-CLIENTE
               UNTIL cliente-hallado = 'S'
                  OR indice-cliente >= total-clientes
           IF cliente-hallado = 'N'
               IF total-clientes >= 5000
                   ADD 1 TO clientes-desbordados
                   MOVE ZERO TO indice-cliente
               ELSE
                   ADD 1 TO total-clientes
                   MOVE total-clientes TO indice-cliente
                   MOVE cliente-trabajo TO cli-cliente(indice-cliente)
                   MOVE ZERO TO cli-efectivo(indice-cliente)
                   MOVE ZERO TO cli-cuentas(indice-cliente)
                   MOVE ZERO TO cli-mayor(indice-cliente)
                   MOVE SPACES TO cli-sucursal(indice-cliente)
                   MOVE 'N' TO cli-con-caso(indice-cliente)
               END-IF
           END-IF
           IF indice-cliente > ZERO
               ADD efectivo-ventana TO cli-efectivo(indice-cliente)
               ADD 1 TO cli-cuentas(indice-cliente)
               IF efectivo-ventana > cli-mayor(indice-cliente)
                   MOVE efectivo-ventana TO cli-mayor(indice-cliente)
                   MOVE sucursal-trabajo
                       TO cli-sucursal(indice-cliente)
               END-IF
               IF umbral-cuenta = 'S'
                   MOVE 'S' TO cli-con-caso(indice-cliente)
               END-IF
           END-IF.

       COMPARA-CLIENTE.
           ADD 1 TO indice-cliente
           IF cli-cliente(indice-cliente) = cliente-trabajo
               MOVE 'S' TO cliente-hallado
           END-IF.

      * (K): solo un cliente con dos o mas cuentas con efectivo, en el
      * que ninguna cuenta alcanzo el umbral por si sola (esa ya abrio
      * su propio caso).
       EVALUA-CLIENTE.
           ADD 1 TO indice-cliente
           IF cli-cuentas(indice-cliente) > 1
               AND cli-con-caso(indice-cliente) = 'N'
               AND cli-efectivo(indice-cliente) >= umbral-reportable
               MOVE cli-cliente(indice-cliente) TO llave-caso
               MOVE cli-sucursal(indice-cliente) TO sucursal-trabajo
               MOVE 'K' TO nuevo-tipo
               MOVE cli-efectivo(indice-cliente) TO nuevo-monto
               MOVE umbral-reportable TO nuevo-referencia
               MOVE cli-cuentas(indice-cliente) TO nuevo-ocurrencias
               PERFORM ABRE-CASO THRU ABRE-CASO-FIN
           END-IF.

       ABRE-CASO.
           MOVE 'N' TO caso-repetido
           MOVE ZERO TO indice-abierto
           PERFORM COMPARA-ABIERTO
               UNTIL caso-repetido = 'S'
                  OR indice-abierto >= total-abiertos
           IF caso-repetido = 'S'
               ADD 1 TO casos-repetidos
               GO TO ABRE-CASO-FIN
           END-IF
           IF ultimo-caso >= 999999
               DISPLAY "ERROR: EL ARCHIVO DE CASOS YA NO ADMITE MAS."
               MOVE 16 TO RETURN-CODE
               GO TO ABRE-CASO-FIN
           END-IF
           INITIALIZE REGISTRO-CASO-MONITOREO
           ADD 1 TO ultimo-caso
           MOVE ultimo-caso TO CASO-NUMERO
           MOVE fecha-negocio TO CASO-FECHA
           MOVE llave-caso TO CASO-CUENTA
           MOVE sucursal-trabajo TO CASO-SUCURSAL
           MOVE nuevo-tipo TO CASO-TIPO
           MOVE nuevo-monto TO CASO-MONTO
           MOVE nuevo-referencia TO CASO-REFERENCIA
           IF nuevo-ocurrencias > 999
               MOVE 999 TO CASO-OCURRENCIAS
           ELSE
               MOVE nuevo-ocurrencias TO CASO-OCURRENCIAS
           END-IF
           MOVE 'P' TO CASO-ESTADO
           MOVE SPACES TO CASO-OPERADOR
           MOVE SPACES TO CASO-FECHA-DICTAMEN
           MOVE SPACES TO CASO-NOTA
           WRITE REGISTRO-CASO-MONITOREO
               INVALID KEY
                   DISPLAY "ERROR ABRIENDO EL CASO " ultimo-caso
                       ", FILE STATUS: " estado-archivo-casos
                   MOVE 16 TO RETURN-CODE
                   GO TO ABRE-CASO-FIN
           END-WRITE
           ADD 1 TO casos-nuevos
           ADD 1 TO casos-pendientes
           PERFORM ESCRIBE-CASO-REPORTE.
       ABRE-CASO-FIN.
           EXIT.

       COMPARA-ABIERTO.
           ADD 1 TO indice-abierto
           IF abi-cuenta(indice-abierto) = llave-caso
               AND abi-tipo(indice-abierto) = nuevo-tipo
               MOVE 'S' TO caso-repetido
           END-IF.

       ESCRIBE-ENCABEZADO-REPORTE.
           MOVE umbral-reportable TO umbral-f
           MOVE SPACES TO registro-reporte
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " MONITOREO DE EFECTIVO, FECHA DE NEGOCIO "
                   DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               "  UMBRAL " DELIMITED BY SIZE
               FUNCTION TRIM(umbral-f) DELIMITED BY SIZE
               "  VENTANA DESDE " DELIMITED BY SIZE
               fecha-inicio-ventana DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ANGULAR-IZQUIERDA DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE SPACES TO registro-reporte
           STRING "CASO    CUENTA      SUC   ALERTA" DELIMITED BY SIZE
               "                        MONTO       REFERENCIA  OC"
                   DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte.

       ESCRIBE-CASO-REPORTE.
           EVALUATE CASO-TIPO
               WHEN 'U'
                   MOVE "EFECTIVO DEL DIA" TO tipo-texto
               WHEN 'V'
                   MOVE "EFECTIVO EN VENTANA" TO tipo-texto
               WHEN 'E'
                   MOVE "POSIBLE ESTRUCTURACION" TO tipo-texto
               WHEN 'K'
                   MOVE "EFECTIVO DEL CLIENTE" TO tipo-texto
               WHEN OTHER
                   MOVE "ACTIVIDAD ATIPICA" TO tipo-texto
           END-EVALUATE
           MOVE CASO-NUMERO TO numero-f
           MOVE CASO-MONTO TO monto-f
           MOVE CASO-REFERENCIA TO referencia-f
           MOVE CASO-OCURRENCIAS TO ocurrencias-f
           MOVE SPACES TO registro-reporte
           STRING numero-f DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CASO-CUENTA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CASO-SUCURSAL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               tipo-texto DELIMITED BY SIZE
               monto-f DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               referencia-f DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ocurrencias-f DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte.

       ESCRIBE-TOTALES-REPORTE.
           MOVE SPACES TO registro-reporte
           WRITE registro-reporte
           MOVE casos-nuevos TO contador-f
           MOVE SPACES TO registro-reporte
           STRING "CASOS NUEVOS: " DELIMITED BY SIZE
               FUNCTION TRIM(contador-f) DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           IF casos-repetidos > ZERO
               MOVE casos-repetidos TO contador-f
               MOVE SPACES TO registro-reporte
               STRING "ALERTAS YA ABIERTAS HOY EN UNA CORRIDA ANTERIOR"
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(contador-f) DELIMITED BY SIZE
                   INTO registro-reporte
               WRITE registro-reporte
           END-IF
           MOVE casos-pendientes TO contador-f
           MOVE SPACES TO registro-reporte
           STRING "CASOS PENDIENTES DE DICTAMEN (TODAS LAS FECHAS): "
                   DELIMITED BY SIZE
               FUNCTION TRIM(contador-f) DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte.

       END PROGRAM MONITOREA-EFECTIVO.

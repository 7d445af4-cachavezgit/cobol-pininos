      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Generacion diaria de las ordenes permanentes
      *          (data/ordenes-permanentes.dat, MANTENIMIENTO-ORDENES):
      *          cada orden activa cuya fecha nominal cae entre el dia
      *          siguiente al dia habil anterior y la fecha de negocio
      *          se escribe como un registro normal del layout de
      *          entrada diaria (cuenta, monto, fecha de negocio,
      *          moneda, tipo 'M') en data/ordenes-generadas.txt, que
      *          se agrega solo a data/control.txt si aun no esta
      *          listado, igual que ACUMULA-INTERES con sus abonos.
      *          Asi una orden que cae en sabado, domingo o feriado
      *          (segun DIAHABIL) sale el siguiente dia habil. Una
      *          orden que pasa su fecha fin se marca vencida ('V') y
      *          una que apunta a una cuenta inexistente o no activa
      *          no se genera; las dos se reportan, junto con las
      *          generadas, en data/reporte-ordenes.txt. Correr dos
      *          veces el mismo dia genera lo mismo (el duplicado de
      *          la lista lo excluye REGVISTOS); el flujo diario
      *          retira el archivo de la lista y lo archiva fechado
      *          cuando la tarde termina limpia.
      *          La llave de duplicados de REGVISTOS es cuenta, monto,
      *          fecha y tipo, y aqui la fecha y el tipo son siempre
      *          los mismos: dos ordenes de la misma cuenta por el
      *          mismo monto y moneda salen juntas en un solo
      *          movimiento por la suma (el reporte dice a cual se
      *          sumo cada una), y una que aun asi repetiria la llave
      *          de otro movimiento (otra moneda, o la suma igual a
      *          otro) no se genera y se reporta como LLAVE REPETIDA.
      * Tectonics: cobc -x genera-ordenes.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-ORDENES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA
               SYMBOLIC CHARACTERS ANGULAR-DERECHA IS 61
                                   ANGULAR-IZQUIERDA IS 63.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ORDENES
           ASSIGN TO "data/ordenes-permanentes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORDEN-NUMERO
           FILE STATUS IS estado-archivo-ordenes.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-GENERADAS
           ASSIGN TO "data/ordenes-generadas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-generadas.
           SELECT ARCHIVO-CONTROL ASSIGN TO "data/control.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-control.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-REPORTE
           ASSIGN TO "data/reporte-ordenes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-reporte.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ORDENES.
           COPY "registro-orden-permanente.cpy".
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-GENERADAS.
           COPY "registro-entrada.cpy".
       FD  ARCHIVO-CONTROL.
       01  registro-control        PICTURE X(40).
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       FD  ARCHIVO-REPORTE.
       01  registro-reporte        PICTURE X(120).
       WORKING-STORAGE SECTION.
           01      estado-archivo-ordenes   PICTURE X(02).
           01      estado-archivo-cuentas   PICTURE X(02).
           01      estado-archivo-generadas PICTURE X(02).
           01      estado-archivo-control   PICTURE X(02).
           01      estado-archivo-corrida   PICTURE X(02).
           01      estado-archivo-reporte   PICTURE X(02).
           01      fin-ordenes     PICTURE X(01) VALUE 'N'.
           01      fin-control     PICTURE X(01) VALUE 'N'.
           01      control-listado PICTURE X(01) VALUE 'N'.
           01      fecha-pendiente PICTURE X(08).
           01      fecha-negocio   PICTURE X(08).
      * Ventana de fechas nominales que toca generar hoy: desde el dia
      * siguiente al dia habil anterior hasta la fecha de negocio,
      * para que lo que cayo en fin de semana o feriado salga hoy.
           01      fecha-anterior  PICTURE X(08).
           01      dia-habil       PICTURE X(01).
           01      un-dia          PICTURE 9(03) VALUE 1.
           01      dia-desde       PICTURE 9(07).
           01      dia-hasta       PICTURE 9(07).
           01      dia-revisado    PICTURE 9(07).
           01      dia-inicio      PICTURE 9(07).
           01      dias-transcurridos PICTURE 9(07).
           01      dias-periodo    PICTURE 9(02).
           01      fecha-revisada  PICTURE 9(08).
           01      fecha-revisada-x REDEFINES fecha-revisada
                                   PICTURE X(08).
           01      fecha-siguiente PICTURE 9(08).
           01      fecha-siguiente-partes REDEFINES fecha-siguiente.
               05      sig-anio    PICTURE 9(04).
               05      sig-mes     PICTURE 9(02).
               05      sig-dia     PICTURE 9(02).
           01      dia-del-mes     PICTURE 9(02).
           01      ocurrencias     PICTURE 9(02) COMP VALUE ZERO.
           01      monto-generado  PICTURE S9(7)V99.
           01      motivo-orden    PICTURE X(20).
           01      ordenes-leidas  PICTURE 9(05) VALUE ZERO.
           01      ordenes-generadas PICTURE 9(05) VALUE ZERO.
           01      ordenes-vencidas PICTURE 9(05) VALUE ZERO.
           01      ordenes-rechazadas PICTURE 9(05) VALUE ZERO.
           01      total-generado  PICTURE S9(9)V99 VALUE ZERO.
           01      total-f         PICTURE -(9)9,99.
           01      monto-f         PICTURE -(7)9,99.
           01      numero-f        PICTURE Z(5)9.
           01      cuenta-f        PICTURE Z(4)9.
      * Movimientos por escribir, uno por llave de duplicados; se
      * escriben todos al final de la corrida.
           01      moneda-orden    PICTURE X(03).
           01      monto-llave     PICTURE S9(7)V99.
           01      monto-sumado    PICTURE S9(7)V99.
           01      movimiento-hallado PICTURE 9(04) COMP VALUE ZERO.
           01      movimiento-sumado PICTURE 9(04) COMP VALUE ZERO.
           01      movimiento-excluido PICTURE 9(04) COMP VALUE ZERO.
           01      indice-movimiento PICTURE 9(04) COMP VALUE ZERO.
           01      total-movimientos PICTURE 9(04) COMP VALUE ZERO.
           01      ordenes-sumadas PICTURE 9(05) VALUE ZERO.
           01      tabla-movimientos.
               05      renglon-movimiento OCCURS 5000 TIMES.
                   10      mov-cuenta  PICTURE X(10).
                   10      mov-moneda  PICTURE X(03).
                   10      mov-monto   PICTURE S9(7)V99.
                   10      mov-orden   PICTURE 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           CALL "DIAHABIL" USING "R", fecha-negocio, un-dia,
               fecha-anterior, dia-habil
           COMPUTE dia-desde
               = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   fecha-anterior)) + 1
           COMPUTE dia-hasta
               = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   fecha-negocio))
           OPEN I-O ARCHIVO-ORDENES
           IF estado-archivo-ordenes = "35"
               DISPLAY "SIN ORDENES PERMANENTES "
                   "(data/ordenes-permanentes.dat), NADA QUE GENERAR."
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           IF estado-archivo-ordenes NOT = "00"
               DISPLAY "ERROR OPENING data/ordenes-permanentes.dat, "
                   "FILE STATUS: " estado-archivo-ordenes
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN INPUT ARCHIVO-CUENTAS
           IF estado-archivo-cuentas NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-CUENTAS, FILE STATUS: "
                   estado-archivo-cuentas
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-ORDENES
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM REVISA-PENDIENTE
           IF control-listado = 'S'
               DISPLAY "data/ordenes-generadas.txt DEL "
                   fecha-pendiente " SIGUE EN LA LISTA DE CONTROL SIN "
                   "APLICARSE; NO SE PISA. TERMINE ESA TARDE PRIMERO."
               MOVE 8 TO RETURN-CODE
               CLOSE ARCHIVO-ORDENES
               CLOSE ARCHIVO-CUENTAS
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN OUTPUT ARCHIVO-GENERADAS
           IF estado-archivo-generadas NOT = "00"
               DISPLAY "NO SE PUDO ABRIR "
                   "data/ordenes-generadas.txt, FILE STATUS: "
                   estado-archivo-generadas
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-ORDENES
               CLOSE ARCHIVO-CUENTAS
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN OUTPUT ARCHIVO-REPORTE
           IF estado-archivo-reporte NOT = "00"
               DISPLAY "ERROR OPENING data/reporte-ordenes.txt, "
                   "FILE STATUS: " estado-archivo-reporte
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-ORDENES
               CLOSE ARCHIVO-CUENTAS
               CLOSE ARCHIVO-GENERADAS
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM ESCRIBE-ENCABEZADO-REPORTE
           PERFORM UNTIL fin-ordenes = 'Y'
               READ ARCHIVO-ORDENES NEXT
                   AT END MOVE 'Y' TO fin-ordenes
                   NOT AT END PERFORM REVISA-ORDEN
                       THRU REVISA-ORDEN-FIN
               END-READ
           END-PERFORM
           MOVE ZERO TO indice-movimiento
           PERFORM ESCRIBE-MOVIMIENTO
               UNTIL indice-movimiento >= total-movimientos
           PERFORM ESCRIBE-TOTAL-REPORTE
           CLOSE ARCHIVO-REPORTE
           CLOSE ARCHIVO-GENERADAS
           CLOSE ARCHIVO-CUENTAS
           CLOSE ARCHIVO-ORDENES
           IF total-movimientos > ZERO
               PERFORM AGREGA-A-CONTROL
           END-IF
           MOVE total-generado TO total-f
           DISPLAY "ORDENES PERMANENTES " fecha-negocio ": "
               ordenes-leidas " LEIDAS, " ordenes-generadas
               " GENERADAS, " ordenes-vencidas " VENCIDAS, "
               ordenes-rechazadas " NO GENERADAS, TOTAL "
               FUNCTION TRIM(total-f)
               " (VER data/reporte-ordenes.txt)".
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

      * Solo las ordenes activas se revisan. Se cuentan las fechas
      * nominales de la ventana (normalmente una, mas de una tras un
      * puente largo); la orden sale una sola vez con el monto por el
      * numero de ocurrencias, para que la llave de duplicados no se
      * repita en el mismo dia. Una orden con fin ya pasado se marca
      * vencida despues de generar lo que le tocaba en la ventana.
       REVISA-ORDEN.
           IF ORDEN-ESTADO NOT = 'A'
               GO TO REVISA-ORDEN-FIN
           END-IF
           ADD 1 TO ordenes-leidas
           IF ORDEN-ULTIMA NOT = SPACES
               AND ORDEN-ULTIMA > fecha-negocio
               GO TO REVISA-ORDEN-FIN
           END-IF
           MOVE ZERO TO ocurrencias
           IF ORDEN-INICIO IS NUMERIC
               COMPUTE dia-inicio
                   = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       ORDEN-INICIO))
               MOVE dia-desde TO dia-revisado
               PERFORM REVISA-DIA UNTIL dia-revisado > dia-hasta
           END-IF
           IF ocurrencias > ZERO
               PERFORM GENERA-ORDEN THRU GENERA-ORDEN-FIN
           END-IF
           IF ORDEN-FIN NOT = SPACES
               AND ORDEN-FIN < fecha-negocio
               PERFORM MARCA-VENCIDA
           END-IF.
       REVISA-ORDEN-FIN.
           EXIT.

       REVISA-DIA.
           COMPUTE fecha-revisada
               = FUNCTION DATE-OF-INTEGER(dia-revisado)
           IF fecha-revisada-x >= ORDEN-INICIO
               AND (ORDEN-FIN = SPACES
                   OR fecha-revisada-x <= ORDEN-FIN)
               EVALUATE ORDEN-FRECUENCIA
                   WHEN 'S'
                       MOVE 7 TO dias-periodo
                       PERFORM REVISA-PERIODO
                   WHEN 'Q'
                       MOVE 14 TO dias-periodo
                       PERFORM REVISA-PERIODO
                   WHEN 'M'
                       PERFORM REVISA-MENSUAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           ADD 1 TO dia-revisado.

       REVISA-PERIODO.
           COMPUTE dias-transcurridos = dia-revisado - dia-inicio
           IF FUNCTION MOD(dias-transcurridos, dias-periodo) = ZERO
               ADD 1 TO ocurrencias
           END-IF.

      * El dia N del mes; si el mes no llega a N, el ultimo dia del
      * mes (el siguiente dia ya es 1).
       REVISA-MENSUAL.
           MOVE fecha-revisada(7:2) TO dia-del-mes
           COMPUTE fecha-siguiente
               = FUNCTION DATE-OF-INTEGER(dia-revisado + 1)
           IF dia-del-mes = ORDEN-DIA
               ADD 1 TO ocurrencias
           ELSE
               IF sig-dia = 1 AND ORDEN-DIA > dia-del-mes
                   ADD 1 TO ocurrencias
               END-IF
           END-IF.

      * La cuenta tiene que existir activa en el maestro; si no, la
      * orden se reporta y no se genera. La orden generada se junta
      * en la tabla de movimientos por escribir, sumada a la de su
      * misma llave si ya la hay.
       GENERA-ORDEN.
           MOVE ORDEN-CUENTA TO CUENTA-ID
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   MOVE "CUENTA NO EXISTE" TO motivo-orden
                   PERFORM RECHAZA-ORDEN
                   GO TO GENERA-ORDEN-FIN
           END-READ
           IF CUENTA-ESTADO NOT = 'A'
               MOVE "CUENTA NO ACTIVA" TO motivo-orden
               PERFORM RECHAZA-ORDEN
               GO TO GENERA-ORDEN-FIN
           END-IF
           COMPUTE monto-generado = ORDEN-MONTO * ocurrencias
               ON SIZE ERROR
                   MOVE "MONTO EXCEDIDO" TO motivo-orden
                   PERFORM RECHAZA-ORDEN
                   GO TO GENERA-ORDEN-FIN
           END-COMPUTE
           MOVE ORDEN-MONEDA TO moneda-orden
           IF moneda-orden = SPACES
               MOVE "MXP" TO moneda-orden
           END-IF
           MOVE "GENERADA" TO motivo-orden
           MOVE monto-generado TO monto-llave
           MOVE ZERO TO movimiento-excluido
           PERFORM BUSCA-LLAVE
           IF movimiento-hallado = ZERO
               IF total-movimientos >= 5000
                   DISPLAY "AVISO: TABLA DE MOVIMIENTOS LLENA, LA "
                       "ORDEN " ORDEN-NUMERO " NO SE GENERA."
                   MOVE 8 TO RETURN-CODE
                   MOVE "SIN LUGAR EN TABLA" TO motivo-orden
                   PERFORM RECHAZA-ORDEN
                   GO TO GENERA-ORDEN-FIN
               END-IF
               ADD 1 TO total-movimientos
               MOVE ORDEN-CUENTA TO mov-cuenta(total-movimientos)
               MOVE moneda-orden TO mov-moneda(total-movimientos)
               MOVE monto-generado TO mov-monto(total-movimientos)
               MOVE ORDEN-NUMERO TO mov-orden(total-movimientos)
           ELSE
               PERFORM SUMA-A-MOVIMIENTO THRU SUMA-A-MOVIMIENTO-FIN
               IF motivo-orden = "LLAVE REPETIDA"
                   PERFORM RECHAZA-ORDEN
                   GO TO GENERA-ORDEN-FIN
               END-IF
           END-IF
           ADD 1 TO ordenes-generadas
           ADD monto-generado TO total-generado
           PERFORM ESCRIBE-RENGLON-ORDEN
           MOVE fecha-negocio TO ORDEN-ULTIMA
           REWRITE REGISTRO-ORDEN-PERMANENTE
           IF estado-archivo-ordenes NOT = "00"
               DISPLAY "ERROR ACTUALIZANDO LA ORDEN " ORDEN-NUMERO
                   ", FILE STATUS: " estado-archivo-ordenes
               MOVE 16 TO RETURN-CODE
           END-IF.
       GENERA-ORDEN-FIN.
           EXIT.

      * Misma cuenta y mismo monto que un movimiento ya por escribir:
      * con la misma moneda se suman, siempre que la suma no repita la
      * llave de un tercero; si no, la orden queda como LLAVE REPETIDA.
       SUMA-A-MOVIMIENTO.
           MOVE "LLAVE REPETIDA" TO motivo-orden
           IF mov-moneda(movimiento-hallado) NOT = moneda-orden
               GO TO SUMA-A-MOVIMIENTO-FIN
           END-IF
           COMPUTE monto-sumado
               = mov-monto(movimiento-hallado) + monto-generado
               ON SIZE ERROR
                   GO TO SUMA-A-MOVIMIENTO-FIN
           END-COMPUTE
           MOVE movimiento-hallado TO movimiento-sumado
           MOVE movimiento-hallado TO movimiento-excluido
           MOVE monto-sumado TO monto-llave
           PERFORM BUSCA-LLAVE
           IF movimiento-hallado NOT = ZERO
               GO TO SUMA-A-MOVIMIENTO-FIN
           END-IF
           MOVE monto-sumado TO mov-monto(movimiento-sumado)
           ADD 1 TO ordenes-sumadas
           MOVE mov-orden(movimiento-sumado) TO numero-f
           MOVE SPACES TO motivo-orden
           STRING "SUMADA A LA " DELIMITED BY SIZE
               FUNCTION TRIM(numero-f) DELIMITED BY SIZE
               INTO motivo-orden.
       SUMA-A-MOVIMIENTO-FIN.
           EXIT.

      * Busca un movimiento por escribir de la misma cuenta con el
      * monto de la llave (sin contar el excluido); cero si no hay.
       BUSCA-LLAVE.
           MOVE ZERO TO movimiento-hallado
           MOVE ZERO TO indice-movimiento
           PERFORM COMPARA-LLAVE
               UNTIL indice-movimiento >= total-movimientos
                  OR movimiento-hallado > ZERO.

       COMPARA-LLAVE.
           ADD 1 TO indice-movimiento
           IF mov-cuenta(indice-movimiento) = ORDEN-CUENTA
               AND mov-monto(indice-movimiento) = monto-llave
               AND indice-movimiento NOT = movimiento-excluido
               MOVE indice-movimiento TO movimiento-hallado
           END-IF.

       ESCRIBE-MOVIMIENTO.
           ADD 1 TO indice-movimiento
           MOVE SPACES TO INPUT-RECORD
           MOVE mov-cuenta(indice-movimiento) TO ACCOUNT-ID
           MOVE mov-monto(indice-movimiento) TO TRANS-AMOUNT
           MOVE fecha-negocio TO TRANS-DATE
           MOVE mov-moneda(indice-movimiento) TO CURRENCY-CODE
           MOVE 'M' TO TRANS-TYPE
           MOVE SPACES TO TRANS-CUENTA-DESTINO
           WRITE INPUT-RECORD.

       RECHAZA-ORDEN.
           ADD 1 TO ordenes-rechazadas
           MOVE ORDEN-MONTO TO monto-generado
           PERFORM ESCRIBE-RENGLON-ORDEN.

       MARCA-VENCIDA.
           MOVE 'V' TO ORDEN-ESTADO
           REWRITE REGISTRO-ORDEN-PERMANENTE
           IF estado-archivo-ordenes NOT = "00"
               DISPLAY "ERROR MARCANDO VENCIDA LA ORDEN " ORDEN-NUMERO
                   ", FILE STATUS: " estado-archivo-ordenes
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO ordenes-vencidas
               MOVE ORDEN-MONTO TO monto-generado
               MOVE "VENCIDA" TO motivo-orden
               PERFORM ESCRIBE-RENGLON-ORDEN
           END-IF.

       ESCRIBE-ENCABEZADO-REPORTE.
           MOVE SPACES TO registro-reporte
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " ORDENES PERMANENTES DEL " DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               "  FECHAS NOMINALES DEL DIA SIGUIENTE AL "
                   DELIMITED BY SIZE
               fecha-anterior DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ANGULAR-IZQUIERDA DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE SPACES TO registro-reporte
           STRING "  ORDEN   CUENTA      MONTO        MON FR "
                   DELIMITED BY SIZE
               "FIN       SITUACION             CONCEPTO"
                   DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte.

       ESCRIBE-RENGLON-ORDEN.
           MOVE ORDEN-NUMERO TO numero-f
           MOVE monto-generado TO monto-f
           MOVE SPACES TO registro-reporte
           STRING "  " DELIMITED BY SIZE
               numero-f DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ORDEN-CUENTA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               monto-f DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ORDEN-MONEDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ORDEN-FRECUENCIA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ORDEN-FIN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               motivo-orden DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ORDEN-CONCEPTO DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte.

       ESCRIBE-TOTAL-REPORTE.
           MOVE ordenes-generadas TO cuenta-f
           MOVE total-generado TO total-f
           MOVE SPACES TO registro-reporte
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " GENERADAS: " DELIMITED BY SIZE
               FUNCTION TRIM(cuenta-f) DELIMITED BY SIZE
               "  TOTAL: " DELIMITED BY SIZE
               FUNCTION TRIM(total-f) DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE ordenes-vencidas TO cuenta-f
           MOVE SPACES TO registro-reporte
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " VENCIDAS: " DELIMITED BY SIZE
               FUNCTION TRIM(cuenta-f) DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE ordenes-sumadas TO cuenta-f
           MOVE SPACES TO registro-reporte
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " SUMADAS A OTRA DE LA MISMA LLAVE: " DELIMITED BY SIZE
               FUNCTION TRIM(cuenta-f) DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE ordenes-rechazadas TO cuenta-f
           MOVE SPACES TO registro-reporte
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " NO GENERADAS: " DELIMITED BY SIZE
               FUNCTION TRIM(cuenta-f) DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte.

      * Un archivo de ordenes de una fecha anterior que sigue en la
      * lista de control es de una tarde que no termino limpia: no se
      * pisa, o esas ordenes nunca llegarian al saldo. El de la misma
      * fecha (una reanudacion) si se vuelve a generar.
       REVISA-PENDIENTE.
           MOVE 'N' TO control-listado
           OPEN INPUT ARCHIVO-GENERADAS
           IF estado-archivo-generadas = "00"
               READ ARCHIVO-GENERADAS
                   AT END CONTINUE
                   NOT AT END
                       MOVE TRANS-DATE TO fecha-pendiente
                       IF TRANS-DATE < fecha-negocio
                           PERFORM BUSCA-EN-CONTROL
                       END-IF
               END-READ
               CLOSE ARCHIVO-GENERADAS
           END-IF.

      * El archivo generado tiene que estar en la lista de control
      * para que INTRO-TO-COBOL lo lea; se agrega una sola vez.
       AGREGA-A-CONTROL.
           PERFORM BUSCA-EN-CONTROL
           IF control-listado = 'N'
               OPEN EXTEND ARCHIVO-CONTROL
               IF estado-archivo-control NOT = "00"
                   DISPLAY "NO SE PUDO AGREGAR EL ARCHIVO DE "
                       "ORDENES A data/control.txt, FILE STATUS: "
                       estado-archivo-control
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "data/ordenes-generadas.txt"
                       TO registro-control
                   WRITE registro-control
                   CLOSE ARCHIVO-CONTROL
                   DISPLAY "data/ordenes-generadas.txt AGREGADO "
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
                               = "data/ordenes-generadas.txt"
                               MOVE 'S' TO control-listado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CONTROL
           END-IF.

       END PROGRAM GENERA-ORDENES.

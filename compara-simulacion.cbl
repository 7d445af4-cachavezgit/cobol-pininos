      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Comparativo de una tarde simulada contra los maestros
      *          vigentes. flujo-diario.sh SIMULA corre INTRO, OPS,
      *          RECON, SALDOS, RESUMEN y MAYOR sobre una copia de
      *          data/ en el directorio de simulacion, sin tocar el
      *          control de corrida, el contador de corridas, los
      *          registros de REGVISTOS, la pista de auditoria ni la
      *          interfaz al mayor de verdad; este programa dice que
      *          habria pasado: las cuentas cuyo saldo cambiaria (del
      *          maestro de saldos vigente al simulado), los saldos
      *          totales por sucursal antes y despues, y las partidas
      *          que la tarde mandaria a suspenso o dejaria retenidas
      *          por umbral (lo que la simulacion agrego al final de
      *          las copias de data/suspenso.txt y data/retenidas.txt).
      *          La sucursal sale del maestro de cuentas vigente;
      *          cuenta sin sucursal se agrupa como ????. El reporte
      *          queda en data/reporte-simulacion.txt.
      *          Uso: compara-simulacion [directorio-simulacion]
      *               (por omision "simulacion")
      * Tectonics: cobc -x compara-simulacion.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARA-SIMULACION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA
               SYMBOLIC CHARACTERS ANGULAR-DERECHA IS 61
                                   ANGULAR-IZQUIERDA IS 63.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SALDOS ASSIGN TO "data/saldos-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SALDO-CUENTA
           FILE STATUS IS estado-archivo-saldos.
           SELECT ARCHIVO-SALDOS-SIMULADO
           ASSIGN TO DYNAMIC nombre-saldos-simulado
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS simulado-cuenta
           FILE STATUS IS estado-saldos-simulado.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-PARTIDAS
           ASSIGN TO DYNAMIC nombre-partidas
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-partidas.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO DYNAMIC nombre-corrida-simulada
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-REPORTE
           ASSIGN TO "data/reporte-simulacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-reporte.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SALDOS.
           COPY "registro-saldo.cpy".
       FD  ARCHIVO-SALDOS-SIMULADO.
       01  registro-saldo-simulado.
           05  simulado-cuenta     PICTURE X(10).
           05  simulado-monto      PICTURE S9(9)V99
                                   SIGN LEADING SEPARATE.
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-PARTIDAS.
       01  registro-partida        PICTURE X(72).
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       FD  ARCHIVO-REPORTE.
       01  registro-reporte        PICTURE X(100).
       WORKING-STORAGE SECTION.
           01      estado-archivo-saldos   PICTURE X(02).
           01      estado-saldos-simulado  PICTURE X(02).
           01      estado-archivo-cuentas  PICTURE X(02).
           01      estado-archivo-partidas PICTURE X(02).
           01      estado-archivo-corrida  PICTURE X(02).
           01      estado-archivo-reporte  PICTURE X(02).
           01      directorio-simulacion PICTURE X(40).
           01      nombre-saldos-simulado PICTURE X(80).
           01      nombre-corrida-simulada PICTURE X(80).
           01      nombre-partidas PICTURE X(80).
           01      fecha-simulada  PICTURE X(08) VALUE SPACES.
           01      saldos-abierto  PICTURE X(01) VALUE 'N'.
           01      cuentas-abierto PICTURE X(01) VALUE 'N'.
           01      fin-simulado    PICTURE X(01) VALUE 'N'.
           01      fin-partidas    PICTURE X(01) VALUE 'N'.
           COPY "registro-suspenso.cpy".
      * Saldo vigente y simulado de la cuenta que se compara.
           01      saldo-vigente   PICTURE S9(9)V99 VALUE ZERO.
           01      diferencia      PICTURE S9(9)V99 VALUE ZERO.
           01      sucursal-trabajo PICTURE X(04).
           01      cuentas-revisadas PICTURE 9(06) VALUE ZERO.
           01      cuentas-con-cambio PICTURE 9(06) VALUE ZERO.
           01      cuentas-nuevas  PICTURE 9(06) VALUE ZERO.
      * Corte por sucursal: saldo vigente y simulado de sus cuentas.
           01      sucursal-hallada PICTURE X(01) VALUE 'N'.
           01      total-sucursales PICTURE 9(02) COMP VALUE ZERO.
           01      indice-sucursal PICTURE 9(02) COMP VALUE ZERO.
           01      tabla-sucursales.
               05      renglon-sucursal OCCURS 50 TIMES.
                   10      suc-codigo    PICTURE X(04).
                   10      suc-cuentas   PICTURE 9(06).
                   10      suc-cambios   PICTURE 9(06).
                   10      suc-vigente   PICTURE S9(13)V99.
                   10      suc-simulado  PICTURE S9(13)V99.
           01      gran-vigente    PICTURE S9(13)V99 VALUE ZERO.
           01      gran-simulado   PICTURE S9(13)V99 VALUE ZERO.
           01      gran-diferencia PICTURE S9(13)V99 VALUE ZERO.
      * Partidas de suspenso y retenidas: cuantas trae la copia
      * vigente, para listar solo lo que la simulacion agrego.
           01      partidas-vigentes PICTURE 9(06) VALUE ZERO.
           01      partidas-leidas PICTURE 9(06) VALUE ZERO.
           01      partidas-nuevas PICTURE 9(06) VALUE ZERO.
           01      nuevas-suspenso PICTURE 9(06) VALUE ZERO.
           01      nuevas-retenidas PICTURE 9(06) VALUE ZERO.
           01      tipo-partidas   PICTURE X(09).
           01      saldo-f         PICTURE -(9)9,99.
           01      saldo-simulado-f PICTURE -(9)9,99.
           01      diferencia-f    PICTURE -(9)9,99.
           01      total-f         PICTURE -(12)9,99.
           01      total-simulado-f PICTURE -(12)9,99.
           01      total-diferencia-f PICTURE -(12)9,99.
           01      cuenta-f        PICTURE Z(5)9.
           01      cambios-f       PICTURE Z(5)9.
           01      valor1-f        PICTURE -(5)9,99.
           01      valor2-f        PICTURE -(5)9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT directorio-simulacion FROM COMMAND-LINE
           IF directorio-simulacion = SPACES
               MOVE "simulacion" TO directorio-simulacion
           END-IF
           MOVE SPACES TO nombre-saldos-simulado
           STRING FUNCTION TRIM(directorio-simulacion)
               DELIMITED BY SIZE
               "/data/saldos-maestro.dat" DELIMITED BY SIZE
               INTO nombre-saldos-simulado
           MOVE SPACES TO nombre-corrida-simulada
           STRING FUNCTION TRIM(directorio-simulacion)
               DELIMITED BY SIZE
               "/data/control-corrida.txt" DELIMITED BY SIZE
               INTO nombre-corrida-simulada
           PERFORM LEE-FECHA-SIMULADA
           OPEN INPUT ARCHIVO-SALDOS-SIMULADO
           IF estado-saldos-simulado NOT = "00"
               DISPLAY "ERROR OPENING "
                   FUNCTION TRIM(nombre-saldos-simulado)
                   ", FILE STATUS: " estado-saldos-simulado
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN OUTPUT ARCHIVO-REPORTE
           IF estado-archivo-reporte NOT = "00"
               DISPLAY "ERROR OPENING data/reporte-simulacion.txt, "
                   "FILE STATUS: " estado-archivo-reporte
               CLOSE ARCHIVO-SALDOS-SIMULADO
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
      * Sin maestro vigente (instalacion nueva) todo saldo simulado
      * cuenta como cambio desde cero.
           OPEN INPUT ARCHIVO-SALDOS
           IF estado-archivo-saldos = "00"
               MOVE 'S' TO saldos-abierto
           END-IF
           OPEN INPUT ARCHIVO-CUENTAS
           IF estado-archivo-cuentas = "00"
               MOVE 'S' TO cuentas-abierto
           END-IF
           MOVE SPACES TO registro-reporte
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " SIMULACION DE LA TARDE DEL " DELIMITED BY SIZE
               fecha-simulada DELIMITED BY SIZE
               " CONTRA LOS MAESTROS VIGENTES " DELIMITED BY SIZE
               ANGULAR-IZQUIERDA DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE SPACES TO registro-reporte
           WRITE registro-reporte
           MOVE "CUENTAS CUYO SALDO CAMBIARIA" TO registro-reporte
           WRITE registro-reporte
           MOVE SPACES TO registro-reporte
           STRING "  CUENTA     SUC.     SALDO VIGENTE"
                   DELIMITED BY SIZE
               "    SALDO SIMULADO        DIFERENCIA" DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           PERFORM UNTIL fin-simulado = 'Y'
               READ ARCHIVO-SALDOS-SIMULADO NEXT
                   AT END MOVE 'Y' TO fin-simulado
                   NOT AT END PERFORM COMPARA-CUENTA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SALDOS-SIMULADO
           IF saldos-abierto = 'S'
               CLOSE ARCHIVO-SALDOS
           END-IF
           IF cuentas-abierto = 'S'
               CLOSE ARCHIVO-CUENTAS
           END-IF
           MOVE cuentas-con-cambio TO cuenta-f
           MOVE SPACES TO registro-reporte
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " CUENTAS CON CAMBIO DE SALDO: " DELIMITED BY SIZE
               FUNCTION TRIM(cuenta-f) DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           IF cuentas-nuevas > ZERO
               MOVE cuentas-nuevas TO cuenta-f
               MOVE SPACES TO registro-reporte
               STRING ANGULAR-DERECHA DELIMITED BY SIZE
                   " DE ELLAS SIN SALDO VIGENTE: " DELIMITED BY SIZE
                   FUNCTION TRIM(cuenta-f) DELIMITED BY SIZE
                   INTO registro-reporte
               WRITE registro-reporte
           END-IF
           PERFORM ESCRIBE-SUCURSALES
           MOVE "suspenso" TO tipo-partidas
           PERFORM LISTA-PARTIDAS-NUEVAS
           MOVE partidas-nuevas TO nuevas-suspenso
           MOVE "retenidas" TO tipo-partidas
           PERFORM LISTA-PARTIDAS-NUEVAS
           MOVE partidas-nuevas TO nuevas-retenidas
           CLOSE ARCHIVO-REPORTE
           DISPLAY "CUENTAS REVISADAS: " cuentas-revisadas
           DISPLAY "CUENTAS CUYO SALDO CAMBIARIA: " cuentas-con-cambio
           DISPLAY "PARTIDAS QUE IRIAN A SUSPENSO: " nuevas-suspenso
           DISPLAY "PARTIDAS QUE QUEDARIAN RETENIDAS: "
               nuevas-retenidas
           DISPLAY "COMPARATIVO EN data/reporte-simulacion.txt".
       MAIN-PROCEDURE-EXIT.
           GOBACK.

       LEE-FECHA-SIMULADA.
           OPEN INPUT ARCHIVO-CORRIDA
           IF estado-archivo-corrida = "00"
               READ ARCHIVO-CORRIDA
                   AT END CONTINUE
                   NOT AT END
                       IF corrida-fecha IS NUMERIC
                           MOVE corrida-fecha TO fecha-simulada
                       END-IF
               END-READ
               CLOSE ARCHIVO-CORRIDA
           END-IF.

       COMPARA-CUENTA.
           ADD 1 TO cuentas-revisadas
           MOVE ZERO TO saldo-vigente
           MOVE 'N' TO sucursal-hallada
           IF saldos-abierto = 'S'
               MOVE simulado-cuenta TO SALDO-CUENTA
               READ ARCHIVO-SALDOS
                   INVALID KEY
                       ADD 1 TO cuentas-nuevas
                   NOT INVALID KEY
                       MOVE SALDO-MONTO TO saldo-vigente
               END-READ
           ELSE
               ADD 1 TO cuentas-nuevas
           END-IF
           MOVE simulado-cuenta TO CUENTA-ID
           PERFORM BUSCA-SUCURSAL
           PERFORM BUSCA-RENGLON-SUCURSAL
           COMPUTE diferencia = simulado-monto - saldo-vigente
           IF sucursal-hallada = 'S'
               ADD 1 TO suc-cuentas(indice-sucursal)
               ADD saldo-vigente TO suc-vigente(indice-sucursal)
               ADD simulado-monto TO suc-simulado(indice-sucursal)
               IF diferencia NOT = ZERO
                   ADD 1 TO suc-cambios(indice-sucursal)
               END-IF
           END-IF
           IF diferencia NOT = ZERO
               ADD 1 TO cuentas-con-cambio
               MOVE saldo-vigente TO saldo-f
               MOVE simulado-monto TO saldo-simulado-f
               MOVE diferencia TO diferencia-f
               MOVE SPACES TO registro-reporte
               STRING "  " DELIMITED BY SIZE
                   simulado-cuenta DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   sucursal-trabajo DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   saldo-f DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   saldo-simulado-f DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   diferencia-f DELIMITED BY SIZE
                   INTO registro-reporte
               WRITE registro-reporte
           END-IF.

      * La sucursal sale del maestro de cuentas; cuenta desconocida
      * o sin sucursal capturada se agrupa como ????.
       BUSCA-SUCURSAL.
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
           MOVE ZERO TO indice-sucursal
           PERFORM COMPARA-SUCURSAL
               UNTIL sucursal-hallada = 'S'
                  OR indice-sucursal >= total-sucursales
           IF sucursal-hallada = 'N'
               IF total-sucursales >= 50
                   DISPLAY "AVISO: TABLA DE SUCURSALES LLENA."
               ELSE
                   ADD 1 TO total-sucursales
                   MOVE sucursal-trabajo
                       TO suc-codigo(total-sucursales)
                   MOVE ZERO TO suc-cuentas(total-sucursales)
                   MOVE ZERO TO suc-cambios(total-sucursales)
                   MOVE ZERO TO suc-vigente(total-sucursales)
                   MOVE ZERO TO suc-simulado(total-sucursales)
                   MOVE total-sucursales TO indice-sucursal
                   MOVE 'S' TO sucursal-hallada
               END-IF
           END-IF.

       COMPARA-SUCURSAL.
           ADD 1 TO indice-sucursal
           IF suc-codigo(indice-sucursal) = sucursal-trabajo
               MOVE 'S' TO sucursal-hallada
           END-IF.

       ESCRIBE-SUCURSALES.
           MOVE SPACES TO registro-reporte
           WRITE registro-reporte
           MOVE "SALDOS TOTALES POR SUCURSAL" TO registro-reporte
           WRITE registro-reporte
           MOVE SPACES TO registro-reporte
           STRING "  SUC.  CUENTAS CAMBIOS        SALDO VIGENTE"
                   DELIMITED BY SIZE
               "       SALDO SIMULADO           DIFERENCIA"
                   DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE ZERO TO indice-sucursal
           PERFORM ESCRIBE-RENGLON-SUCURSAL
               UNTIL indice-sucursal >= total-sucursales
           COMPUTE gran-diferencia = gran-simulado - gran-vigente
           MOVE gran-vigente TO total-f
           MOVE gran-simulado TO total-simulado-f
           MOVE gran-diferencia TO total-diferencia-f
           MOVE cuentas-revisadas TO cuenta-f
           MOVE cuentas-con-cambio TO cambios-f
           MOVE SPACES TO registro-reporte
           STRING "  TOTAL " DELIMITED BY SIZE
               cuenta-f DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               cambios-f DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               total-f DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               total-simulado-f DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               total-diferencia-f DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte.

       ESCRIBE-RENGLON-SUCURSAL.
           ADD 1 TO indice-sucursal
           ADD suc-vigente(indice-sucursal) TO gran-vigente
           ADD suc-simulado(indice-sucursal) TO gran-simulado
           COMPUTE gran-diferencia = suc-simulado(indice-sucursal)
                                   - suc-vigente(indice-sucursal)
           MOVE suc-vigente(indice-sucursal) TO total-f
           MOVE suc-simulado(indice-sucursal) TO total-simulado-f
           MOVE gran-diferencia TO total-diferencia-f
           MOVE suc-cuentas(indice-sucursal) TO cuenta-f
           MOVE suc-cambios(indice-sucursal) TO cambios-f
           MOVE SPACES TO registro-reporte
           STRING "  " DELIMITED BY SIZE
               suc-codigo(indice-sucursal) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               cuenta-f DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               cambios-f DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               total-f DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               total-simulado-f DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               total-diferencia-f DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte.

      * OPERACIONES-MATEMATICAS solo agrega al final de suspenso y
      * retenidas, asi que lo nuevo es lo que pasa de las partidas
      * que ya trae el archivo vigente.
       LISTA-PARTIDAS-NUEVAS.
           MOVE ZERO TO partidas-vigentes
           MOVE ZERO TO partidas-leidas
           MOVE ZERO TO partidas-nuevas
           MOVE SPACES TO nombre-partidas
           STRING "data/" DELIMITED BY SIZE
               FUNCTION TRIM(tipo-partidas) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO nombre-partidas
           MOVE 'N' TO fin-partidas
           OPEN INPUT ARCHIVO-PARTIDAS
           IF estado-archivo-partidas = "00"
               PERFORM UNTIL fin-partidas = 'Y'
                   READ ARCHIVO-PARTIDAS
                       AT END MOVE 'Y' TO fin-partidas
                       NOT AT END ADD 1 TO partidas-vigentes
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PARTIDAS
           END-IF
           MOVE SPACES TO registro-reporte
           WRITE registro-reporte
           IF tipo-partidas = "suspenso"
               MOVE "PARTIDAS QUE IRIAN A SUSPENSO"
                   TO registro-reporte
           ELSE
               MOVE "PARTIDAS QUE QUEDARIAN RETENIDAS POR UMBRAL"
                   TO registro-reporte
           END-IF
           WRITE registro-reporte
           MOVE SPACES TO registro-reporte
           STRING "  MOTIVO OP    VALOR 1    VALOR 2 CORRIDA "
                   DELIMITED BY SIZE
               "BANCO    REFERENCIA" DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE SPACES TO nombre-partidas
           STRING FUNCTION TRIM(directorio-simulacion)
               DELIMITED BY SIZE
               "/data/" DELIMITED BY SIZE
               FUNCTION TRIM(tipo-partidas) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO nombre-partidas
           MOVE 'N' TO fin-partidas
           OPEN INPUT ARCHIVO-PARTIDAS
           IF estado-archivo-partidas = "00"
               PERFORM UNTIL fin-partidas = 'Y'
                   READ ARCHIVO-PARTIDAS INTO registro-suspenso
                       AT END MOVE 'Y' TO fin-partidas
                       NOT AT END PERFORM ESCRIBE-PARTIDA-NUEVA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PARTIDAS
           END-IF
           MOVE partidas-nuevas TO cuenta-f
           MOVE SPACES TO registro-reporte
           STRING ANGULAR-DERECHA DELIMITED BY SIZE
               " PARTIDAS NUEVAS EN " DELIMITED BY SIZE
               FUNCTION TRIM(tipo-partidas) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(cuenta-f) DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte.

       ESCRIBE-PARTIDA-NUEVA.
           ADD 1 TO partidas-leidas
           IF partidas-leidas > partidas-vigentes
               ADD 1 TO partidas-nuevas
               MOVE susp-var1 TO valor1-f
               MOVE susp-var2 TO valor2-f
               MOVE SPACES TO registro-reporte
               STRING "  " DELIMITED BY SIZE
                   susp-motivo DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   susp-operacion DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   valor1-f DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   valor2-f DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   susp-etiqueta DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   susp-origen DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   susp-referencia DELIMITED BY SIZE
                   INTO registro-reporte
               WRITE registro-reporte
           END-IF.

       END PROGRAM COMPARA-SIMULACION.

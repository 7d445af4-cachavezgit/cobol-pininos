      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Deteccion mensual de cuentas dormidas: recorre el
      *          maestro de saldos (data/saldos-maestro.dat) y, con la
      *          ultima actividad de cliente de cada cuenta tomada del
      *          historial de movimientos que deja ACTUALIZA-SALDOS
      *          (data/historial-movimientos.txt; los abonos de
      *          intereses de ACUMULA-INTERES no cuentan como
      *          actividad), marca dormida ('D') en el maestro de
      *          cuentas toda cuenta activa sin movimiento de cliente
      *          en el numero pedido de DIAS HABILES contados con
      *          DIAHABIL hacia atras desde la fecha de negocio. Una
      *          cuenta sin ningun movimiento en el historial solo se
      *          marca si el historial ya cubre la ventana completa.
      *          Deja el reporte de dormancia por sucursal en
      *          data/reporte-inactivas.txt con las dormidas nuevas y
      *          las que ya lo estaban; la reactivacion vive en
      *          MANTENIMIENTO-CUENTAS, que la anota con su fecha de
      *          negocio en data/reactivaciones-cuentas.txt: esa fecha
      *          es el piso de la ultima actividad de la cuenta, para
      *          que una cuenta reactivada no vuelva a dormirse hasta
      *          que pase una ventana completa sin movimiento.
      *          Uso: detecta-inactivas [dias-habiles]  (defecto 250)
      * Tectonics: cobc -x detecta-inactivas.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETECTA-INACTIVAS.
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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SALDO-CUENTA
           FILE STATUS IS estado-archivo-saldos.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-HISTORIAL
           ASSIGN TO "data/historial-movimientos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-historial.
           SELECT ARCHIVO-REACTIVACIONES
           ASSIGN TO "data/reactivaciones-cuentas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-reactivaciones.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-REPORTE
           ASSIGN TO "data/reporte-inactivas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-reporte.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SALDOS.
           COPY "registro-saldo.cpy".
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-HISTORIAL.
           COPY "registro-historial.cpy".
       FD  ARCHIVO-REACTIVACIONES.
           COPY "registro-reactivacion.cpy".
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       FD  ARCHIVO-REPORTE.
       01  registro-reporte        PICTURE X(120).
       WORKING-STORAGE SECTION.
           01      estado-archivo-saldos    PICTURE X(02).
           01      estado-archivo-cuentas   PICTURE X(02).
           01      estado-archivo-historial PICTURE X(02).
           01      estado-archivo-reactivaciones PICTURE X(02).
           01      estado-archivo-corrida   PICTURE X(02).
           01      estado-archivo-reporte   PICTURE X(02).
           01      fin-saldos      PICTURE X(01) VALUE 'N'.
           01      fin-historial   PICTURE X(01) VALUE 'N'.
           01      fin-reactivaciones PICTURE X(01) VALUE 'N'.
           01      parametro-linea PICTURE X(20).
      * Ventana de dormancia en dias habiles; DIAHABIL la convierte en
      * la fecha de corte: sin movimiento de cliente desde esa fecha
      * (inclusive) la cuenta esta dormida.
           01      dias-dormancia  PICTURE 9(03) VALUE 250.
           01      fecha-negocio   PICTURE X(08).
           01      fecha-corte     PICTURE X(08).
           01      dia-habil       PICTURE X(01).
           01      primera-fecha-historial PICTURE X(08) VALUE SPACES.
           01      historial-cubre PICTURE X(01) VALUE 'N'.
      * Ultima actividad de cliente por cuenta, sacada del historial.
           01      tabla-ultimos-llena PICTURE X(01) VALUE 'N'.
           01      cuenta-hallada  PICTURE X(01) VALUE 'N'.
           01      total-ultimos   PICTURE 9(05) COMP VALUE ZERO.
           01      indice-ultimo   PICTURE 9(05) COMP VALUE ZERO.
           01      tabla-ultimos.
               05      renglon-ultimo OCCURS 20000 TIMES.
                   10      ult-cuenta     PICTURE X(10).
                   10      ult-fecha      PICTURE X(08).
           01      ultima-actividad PICTURE X(08).
           01      cuenta-buscada  PICTURE X(10).
      * Ultima reactivacion por cuenta, sacada de la bitacora de
      * MANTENIMIENTO-CUENTAS; sirve de piso a la ultima actividad.
           01      tabla-reactivas-llena PICTURE X(01) VALUE 'N'.
           01      reactiva-hallada PICTURE X(01) VALUE 'N'.
           01      total-reactivas PICTURE 9(05) COMP VALUE ZERO.
           01      indice-reactiva PICTURE 9(05) COMP VALUE ZERO.
           01      tabla-reactivas.
               05      renglon-reactiva OCCURS 5000 TIMES.
                   10      rea-cuenta     PICTURE X(10).
                   10      rea-fecha      PICTURE X(08).
      * Cuentas dormidas para el reporte: las nuevas de esta corrida
      * ('N') y las que ya venian dormidas ('A').
           01      tabla-dormidas-llena PICTURE X(01) VALUE 'N'.
           01      total-dormidas  PICTURE 9(05) COMP VALUE ZERO.
           01      indice-dormida  PICTURE 9(05) COMP VALUE ZERO.
           01      tabla-dormidas.
               05      renglon-dormida OCCURS 5000 TIMES.
                   10      dor-sucursal   PICTURE X(04).
                   10      dor-cuenta     PICTURE X(10).
                   10      dor-nombre     PICTURE X(30).
                   10      dor-ultima     PICTURE X(08).
                   10      dor-saldo      PICTURE S9(9)V99.
                   10      dor-marca      PICTURE X(01).
           01      sucursal-trabajo PICTURE X(04).
           01      sucursal-hallada PICTURE X(01) VALUE 'N'.
           01      total-sucursales PICTURE 9(03) COMP VALUE ZERO.
           01      indice-sucursal PICTURE 9(03) COMP VALUE ZERO.
           01      tabla-sucursales.
               05      renglon-sucursal OCCURS 500 TIMES.
                   10      suc-clave      PICTURE X(04).
                   10      suc-nuevas     PICTURE 9(05).
                   10      suc-dormidas   PICTURE 9(05).
                   10      suc-saldo      PICTURE S9(11)V99.
           01      cuentas-revisadas PICTURE 9(07) VALUE ZERO.
           01      cuentas-marcadas PICTURE 9(05) VALUE ZERO.
           01      cuentas-sin-historial PICTURE 9(05) VALUE ZERO.
           01      gran-saldo      PICTURE S9(11)V99 VALUE ZERO.
           01      saldo-f         PICTURE -(11)9,99.
           01      cuentas-f       PICTURE Z(4)9.
           01      nuevas-f        PICTURE Z(4)9.
           01      marca-dormida   PICTURE X(01).
           01      marca-texto     PICTURE X(08).
           01      ultima-f        PICTURE X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT parametro-linea FROM COMMAND-LINE
           IF FUNCTION TRIM(parametro-linea) IS NUMERIC
               AND parametro-linea NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(parametro-linea))
                   TO dias-dormancia
           END-IF
           IF dias-dormancia = ZERO
               DISPLAY "LA VENTANA DE DORMANCIA NO PUEDE SER CERO."
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           CALL "DIAHABIL" USING "R", fecha-negocio, dias-dormancia,
               fecha-corte, dia-habil
           DISPLAY "FECHA DE NEGOCIO " fecha-negocio ", VENTANA DE "
               dias-dormancia " DIAS HABILES, CORTE " fecha-corte
           PERFORM CARGA-HISTORIAL
           PERFORM CARGA-REACTIVACIONES
           OPEN INPUT ARCHIVO-SALDOS
           IF estado-archivo-saldos NOT = "00"
               DISPLAY "ERROR OPENING data/saldos-maestro.dat, "
                   "FILE STATUS: " estado-archivo-saldos
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN I-O ARCHIVO-CUENTAS
           IF estado-archivo-cuentas NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-CUENTAS, FILE STATUS: "
                   estado-archivo-cuentas
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-SALDOS
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM UNTIL fin-saldos = 'Y'
               READ ARCHIVO-SALDOS NEXT
                   AT END MOVE 'Y' TO fin-saldos
                   NOT AT END PERFORM REVISA-CUENTA
                       THRU REVISA-CUENTA-FIN
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SALDOS
           CLOSE ARCHIVO-CUENTAS
           PERFORM ESCRIBE-REPORTE
           DISPLAY "CUENTAS REVISADAS: " cuentas-revisadas
               ", MARCADAS DORMIDAS HOY: " cuentas-marcadas
           IF cuentas-sin-historial > ZERO
               DISPLAY "AVISO: " cuentas-sin-historial
                   " CUENTAS SIN MOVIMIENTO EN EL HISTORIAL NO SE "
                   "MARCARON PORQUE EL HISTORIAL EMPIEZA EL "
                   primera-fecha-historial
                   ", DESPUES DEL CORTE."
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

      * Del historial solo interesa la fecha de negocio mas reciente
      * de un movimiento de cliente por cuenta, y la fecha mas vieja
      * del historial para saber si ya cubre la ventana.
       CARGA-HISTORIAL.
           OPEN INPUT ARCHIVO-HISTORIAL
           IF estado-archivo-historial NOT = "00"
               DISPLAY "AVISO: SIN HISTORIAL DE MOVIMIENTOS, FILE "
                   "STATUS: " estado-archivo-historial
                   ". SOLO SE LISTAN LAS YA DORMIDAS."
           ELSE
               PERFORM UNTIL fin-historial = 'Y'
                   READ ARCHIVO-HISTORIAL
                       AT END MOVE 'Y' TO fin-historial
                       NOT AT END PERFORM ACUMULA-HISTORIAL
                           THRU ACUMULA-HISTORIAL-FIN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORIAL
               IF primera-fecha-historial NOT = SPACES
                   AND primera-fecha-historial <= fecha-corte
                   MOVE 'S' TO historial-cubre
               END-IF
           END-IF.

       ACUMULA-HISTORIAL.
           IF primera-fecha-historial = SPACES
               OR HIST-FECHA-NEGOCIO < primera-fecha-historial
               MOVE HIST-FECHA-NEGOCIO TO primera-fecha-historial
           END-IF
           IF HIST-ORIGEN NOT = 'C'
               GO TO ACUMULA-HISTORIAL-FIN
           END-IF
           MOVE HIST-CUENTA TO cuenta-buscada
           PERFORM BUSCA-ULTIMO
           IF cuenta-hallada = 'S'
               IF HIST-FECHA-NEGOCIO > ult-fecha(indice-ultimo)
                   MOVE HIST-FECHA-NEGOCIO TO ult-fecha(indice-ultimo)
               END-IF
               GO TO ACUMULA-HISTORIAL-FIN
           END-IF
           IF total-ultimos >= 20000
               IF tabla-ultimos-llena = 'N'
                   DISPLAY "ERROR: TABLA DE ULTIMA ACTIVIDAD LLENA, "
                       "NO SE MARCA NINGUNA CUENTA."
                   MOVE 'S' TO tabla-ultimos-llena
                   MOVE 16 TO RETURN-CODE
               END-IF
               GO TO ACUMULA-HISTORIAL-FIN
           END-IF
           ADD 1 TO total-ultimos
           MOVE HIST-CUENTA TO ult-cuenta(total-ultimos)
           MOVE HIST-FECHA-NEGOCIO TO ult-fecha(total-ultimos).
       ACUMULA-HISTORIAL-FIN.
           EXIT.

      * Sin bitacora de reactivaciones (nunca se ha reactivado una
      * cuenta) no hay piso que aplicar; cualquier otro error de
      * apertura detiene el marcado, porque sin ella una cuenta
      * reactivada volveria a dormirse.
       CARGA-REACTIVACIONES.
           OPEN INPUT ARCHIVO-REACTIVACIONES
           IF estado-archivo-reactivaciones = "35"
               CONTINUE
           ELSE
               IF estado-archivo-reactivaciones NOT = "00"
                   DISPLAY "ERROR OPENING "
                       "data/reactivaciones-cuentas.txt, FILE STATUS: "
                       estado-archivo-reactivaciones
                       ", NO SE MARCA NINGUNA CUENTA."
                   MOVE 'S' TO tabla-reactivas-llena
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL fin-reactivaciones = 'Y'
                       READ ARCHIVO-REACTIVACIONES
                           AT END MOVE 'Y' TO fin-reactivaciones
                           NOT AT END PERFORM ACUMULA-REACTIVACION
                               THRU ACUMULA-REACTIVACION-FIN
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-REACTIVACIONES
               END-IF
           END-IF.

       ACUMULA-REACTIVACION.
           IF REACT-FECHA IS NOT NUMERIC
               GO TO ACUMULA-REACTIVACION-FIN
           END-IF
           MOVE REACT-CUENTA TO cuenta-buscada
           PERFORM BUSCA-REACTIVA
           IF reactiva-hallada = 'S'
               IF REACT-FECHA > rea-fecha(indice-reactiva)
                   MOVE REACT-FECHA TO rea-fecha(indice-reactiva)
               END-IF
               GO TO ACUMULA-REACTIVACION-FIN
           END-IF
           IF total-reactivas >= 5000
               IF tabla-reactivas-llena = 'N'
                   DISPLAY "ERROR: TABLA DE REACTIVACIONES LLENA, "
                       "NO SE MARCA NINGUNA CUENTA."
                   MOVE 'S' TO tabla-reactivas-llena
                   MOVE 16 TO RETURN-CODE
               END-IF
               GO TO ACUMULA-REACTIVACION-FIN
           END-IF
           ADD 1 TO total-reactivas
           MOVE REACT-CUENTA TO rea-cuenta(total-reactivas)
           MOVE REACT-FECHA TO rea-fecha(total-reactivas).
       ACUMULA-REACTIVACION-FIN.
           EXIT.

       BUSCA-REACTIVA.
           MOVE 'N' TO reactiva-hallada
           MOVE ZERO TO indice-reactiva
           PERFORM COMPARA-REACTIVA
               UNTIL reactiva-hallada = 'S'
                  OR indice-reactiva >= total-reactivas.

       COMPARA-REACTIVA.
           ADD 1 TO indice-reactiva
           IF rea-cuenta(indice-reactiva) = cuenta-buscada
               MOVE 'S' TO reactiva-hallada
           END-IF.

       BUSCA-ULTIMO.
           MOVE 'N' TO cuenta-hallada
           MOVE ZERO TO indice-ultimo
           PERFORM COMPARA-ULTIMO
               UNTIL cuenta-hallada = 'S'
                  OR indice-ultimo >= total-ultimos.

       COMPARA-ULTIMO.
           ADD 1 TO indice-ultimo
           IF ult-cuenta(indice-ultimo) = cuenta-buscada
               MOVE 'S' TO cuenta-hallada
           END-IF.

      * Una cuenta del maestro de saldos con actividad de cliente en
      * la ventana sigue activa; sin ella, si esta activa en el
      * maestro de cuentas se marca dormida, y si ya lo estaba solo
      * entra al reporte. Las bajas ('I') no se tocan. La fecha de
      * la ultima reactivacion cuenta como actividad de la cuenta.
       REVISA-CUENTA.
           ADD 1 TO cuentas-revisadas
           MOVE SALDO-CUENTA TO cuenta-buscada
           PERFORM BUSCA-ULTIMO
           MOVE SPACES TO ultima-actividad
           IF cuenta-hallada = 'S'
               MOVE ult-fecha(indice-ultimo) TO ultima-actividad
           END-IF
           PERFORM BUSCA-REACTIVA
           IF reactiva-hallada = 'S'
               IF ultima-actividad = SPACES
                   OR rea-fecha(indice-reactiva) > ultima-actividad
                   MOVE rea-fecha(indice-reactiva) TO ultima-actividad
               END-IF
           END-IF
           IF ultima-actividad NOT = SPACES
               AND ultima-actividad >= fecha-corte
               GO TO REVISA-CUENTA-FIN
           END-IF
           MOVE SALDO-CUENTA TO CUENTA-ID
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   GO TO REVISA-CUENTA-FIN
           END-READ
           EVALUATE CUENTA-ESTADO
               WHEN 'D'
                   MOVE 'A' TO marca-dormida
                   PERFORM AGREGA-DORMIDA THRU AGREGA-DORMIDA-FIN
               WHEN 'A'
                   IF tabla-ultimos-llena = 'S'
                       OR tabla-reactivas-llena = 'S'
                       GO TO REVISA-CUENTA-FIN
                   END-IF
                   IF ultima-actividad = SPACES
                       AND historial-cubre = 'N'
                       ADD 1 TO cuentas-sin-historial
                       GO TO REVISA-CUENTA-FIN
                   END-IF
                   MOVE 'D' TO CUENTA-ESTADO
                   REWRITE REGISTRO-CUENTA
                       INVALID KEY
                           DISPLAY "ERROR MARCANDO DORMIDA LA CUENTA "
                               CUENTA-ID ", FILE STATUS: "
                               estado-archivo-cuentas
                           MOVE 16 TO RETURN-CODE
                           GO TO REVISA-CUENTA-FIN
                   END-REWRITE
                   ADD 1 TO cuentas-marcadas
                   MOVE 'N' TO marca-dormida
                   PERFORM AGREGA-DORMIDA THRU AGREGA-DORMIDA-FIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       REVISA-CUENTA-FIN.
           EXIT.

       AGREGA-DORMIDA.
           IF total-dormidas >= 5000
               IF tabla-dormidas-llena = 'N'
                   DISPLAY "AVISO: TABLA DE DORMIDAS LLENA, EL REPORTE "
                       "SALE INCOMPLETO (EL MAESTRO SI SE MARCO)."
                   MOVE 'S' TO tabla-dormidas-llena
               END-IF
               GO TO AGREGA-DORMIDA-FIN
           END-IF
           MOVE "????" TO sucursal-trabajo
           IF CUENTA-SUCURSAL NOT = SPACES
               MOVE CUENTA-SUCURSAL TO sucursal-trabajo
           END-IF
           ADD 1 TO total-dormidas
           MOVE sucursal-trabajo TO dor-sucursal(total-dormidas)
           MOVE CUENTA-ID TO dor-cuenta(total-dormidas)
           MOVE CUENTA-NOMBRE TO dor-nombre(total-dormidas)
           MOVE ultima-actividad TO dor-ultima(total-dormidas)
           MOVE SALDO-MONTO TO dor-saldo(total-dormidas)
           MOVE marca-dormida TO dor-marca(total-dormidas)
           PERFORM REGISTRA-SUCURSAL
           IF sucursal-hallada = 'S'
               ADD 1 TO suc-dormidas(indice-sucursal)
               IF marca-dormida = 'N'
                   ADD 1 TO suc-nuevas(indice-sucursal)
               END-IF
               ADD SALDO-MONTO TO suc-saldo(indice-sucursal)
           END-IF
           ADD SALDO-MONTO TO gran-saldo.
       AGREGA-DORMIDA-FIN.
           EXIT.

       REGISTRA-SUCURSAL.
           MOVE 'N' TO sucursal-hallada
           MOVE ZERO TO indice-sucursal
           PERFORM COMPARA-SUCURSAL
               UNTIL sucursal-hallada = 'S'
                  OR indice-sucursal >= total-sucursales
           IF sucursal-hallada = 'N'
               IF total-sucursales >= 500
                   DISPLAY "AVISO: TABLA DE SUCURSALES LLENA."
               ELSE
                   ADD 1 TO total-sucursales
                   MOVE sucursal-trabajo
                       TO suc-clave(total-sucursales)
                   MOVE ZERO TO suc-nuevas(total-sucursales)
                   MOVE ZERO TO suc-dormidas(total-sucursales)
                   MOVE ZERO TO suc-saldo(total-sucursales)
                   MOVE total-sucursales TO indice-sucursal
                   MOVE 'S' TO sucursal-hallada
               END-IF
           END-IF.

       COMPARA-SUCURSAL.
           ADD 1 TO indice-sucursal
           IF suc-clave(indice-sucursal) = sucursal-trabajo
               MOVE 'S' TO sucursal-hallada
           END-IF.

       ESCRIBE-REPORTE.
           OPEN OUTPUT ARCHIVO-REPORTE
           IF estado-archivo-reporte NOT = "00"
               DISPLAY "ERROR OPENING data/reporte-inactivas.txt, "
                   "FILE STATUS: " estado-archivo-reporte
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO registro-reporte
               STRING ANGULAR-DERECHA DELIMITED BY SIZE
                   " CUENTAS DORMIDAS AL " DELIMITED BY SIZE
                   fecha-negocio DELIMITED BY SIZE
                   "  SIN MOVIMIENTO DE CLIENTE DESDE EL "
                       DELIMITED BY SIZE
                   fecha-corte DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   dias-dormancia DELIMITED BY SIZE
                   " DIAS HABILES) " DELIMITED BY SIZE
                   ANGULAR-IZQUIERDA DELIMITED BY SIZE
                   INTO registro-reporte
               WRITE registro-reporte
               MOVE SPACES TO registro-reporte
               STRING "  CUENTA      NOMBRE" DELIMITED BY SIZE
                   "                          ULTIMA MOV."
                       DELIMITED BY SIZE
                   "  SALDO              MARCA" DELIMITED BY SIZE
                   INTO registro-reporte
               WRITE registro-reporte
               MOVE ZERO TO indice-sucursal
               PERFORM ESCRIBE-SUCURSAL
                   UNTIL indice-sucursal >= total-sucursales
               MOVE total-dormidas TO cuentas-f
               MOVE cuentas-marcadas TO nuevas-f
               MOVE gran-saldo TO saldo-f
               MOVE SPACES TO registro-reporte
               STRING ANGULAR-DERECHA DELIMITED BY SIZE
                   " TOTAL: " DELIMITED BY SIZE
                   FUNCTION TRIM(cuentas-f) DELIMITED BY SIZE
                   " CUENTAS DORMIDAS, " DELIMITED BY SIZE
                   FUNCTION TRIM(nuevas-f) DELIMITED BY SIZE
                   " NUEVAS, SALDO " DELIMITED BY SIZE
                   FUNCTION TRIM(saldo-f) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ANGULAR-IZQUIERDA DELIMITED BY SIZE
                   INTO registro-reporte
               WRITE registro-reporte
               CLOSE ARCHIVO-REPORTE
               DISPLAY "REPORTE DE DORMANCIA EN "
                   "data/reporte-inactivas.txt ("
                   total-sucursales " SUCURSALES)"
           END-IF.

       ESCRIBE-SUCURSAL.
           ADD 1 TO indice-sucursal
           MOVE SPACES TO registro-reporte
           STRING "SUCURSAL " DELIMITED BY SIZE
               suc-clave(indice-sucursal) DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte
           MOVE ZERO TO indice-dormida
           PERFORM ESCRIBE-DORMIDA
               UNTIL indice-dormida >= total-dormidas
           MOVE suc-dormidas(indice-sucursal) TO cuentas-f
           MOVE suc-nuevas(indice-sucursal) TO nuevas-f
           MOVE suc-saldo(indice-sucursal) TO saldo-f
           MOVE SPACES TO registro-reporte
           STRING "  SUBTOTAL " DELIMITED BY SIZE
               suc-clave(indice-sucursal) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               cuentas-f DELIMITED BY SIZE
               " DORMIDAS  " DELIMITED BY SIZE
               nuevas-f DELIMITED BY SIZE
               " NUEVAS  " DELIMITED BY SIZE
               saldo-f DELIMITED BY SIZE
               INTO registro-reporte
           WRITE registro-reporte.

       ESCRIBE-DORMIDA.
           ADD 1 TO indice-dormida
           IF dor-sucursal(indice-dormida)
               = suc-clave(indice-sucursal)
               MOVE dor-saldo(indice-dormida) TO saldo-f
               IF dor-ultima(indice-dormida) = SPACES
                   MOVE "SIN MOVS." TO ultima-f
               ELSE
                   MOVE SPACES TO ultima-f
                   STRING dor-ultima(indice-dormida)(7:2)
                           DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       dor-ultima(indice-dormida)(5:2)
                           DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       dor-ultima(indice-dormida)(1:4)
                           DELIMITED BY SIZE
                       INTO ultima-f
               END-IF
               IF dor-marca(indice-dormida) = 'N'
                   MOVE "NUEVA" TO marca-texto
               ELSE
                   MOVE "ANTERIOR" TO marca-texto
               END-IF
               MOVE SPACES TO registro-reporte
               STRING "  " DELIMITED BY SIZE
                   dor-cuenta(indice-dormida) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   dor-nombre(indice-dormida) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ultima-f DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   saldo-f DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   marca-texto DELIMITED BY SIZE
                   INTO registro-reporte
               WRITE registro-reporte
           END-IF.

       END PROGRAM DETECTA-INACTIVAS.

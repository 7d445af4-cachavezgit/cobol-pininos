      *          Deja el mismo reporte de actividad
      *          (data/reporte-saldos.txt) con saldo inicial,
      *          movimiento del dia y saldo final por cuenta tocada.
      *          Antes de aplicar un cargo revisa el saldo disponible:
      *          saldo contable menos los montos bloqueados vigentes a
      *          la fecha de negocio (data/bloqueos-cuentas.dat), mas
      *          el sobregiro autorizado (data/limites-cuentas.dat),
      *          ambos de MANTENIMIENTO-LIMITES. El cargo que lo
      *          dejaria negativo no se aplica y sale, agrupado por la
      *          sucursal de la cuenta, en el reporte de excepciones
      *          data/cargos-rechazados.txt. Su llave queda registrada
      *          en vistos igual que en INTRO y RECON, asi que un
      *          movimiento rechazado (por disponible o por el estado
      *          de la cuenta) se reenvia con otra llave, normalmente
      *          con la fecha del reenvio; con la misma llave sale
      *          como duplicado en todos los lectores.
      *          Cada movimiento aplicado queda ademas en el historial
      *          de movimientos (data/historial-movimientos.txt) con la
      *          fecha de negocio y su origen (cliente o intereses),
      *          que es de donde DETECTA-INACTIVAS saca la ultima
      *          actividad de cada cuenta.
      *          Un traspaso (tipo 'T') se aplica completo o no se
      *          aplica: VALTRASPASO tiene que aceptar las dos cuentas
      *          y la de origen tiene que tener disponible para el
      *          cargo; entonces se asientan juntas la pierna de
      *          cargo al origen y la de abono al destino.
      *          Un movimiento a una cuenta cerrada ('C') o dormida
      *          ('D') no se aplica: se cuenta aparte en el resumen de
      *          la corrida y sale en el reporte de excepciones de su
      *          sucursal con su motivo. A una cuenta dormida si le
      *          llegan los abonos de intereses y las revaluaciones,
      *          que no son actividad del cliente.
      *          Cada cuenta que el dia toca deja ademas su renglon en
      *          el historial de saldos (data/saldos-historicos.dat,
      *          llave cuenta + fecha de negocio) con el saldo al abrir
      *          el dia, el movimiento neto y el saldo al cierre, de
      *          donde CONSULTA-SALDOS-FECHA y ESTADO-CUENTA sacan el
      *          saldo de cualquier fecha pasada. La corrida que crea
      *          el historial lo siembra con el saldo de cada cuenta
      *          del maestro al cierre del dia habil anterior.
      *          Junto con el saldo se arrastra la posicion de cada
      *          cuenta por moneda (data/posiciones-moneda.dat, llave
      *          cuenta + moneda): cada pierna asentada suma su monto a
      *          la posicion de su moneda y su valor en pesos (TCAMBIO
      *          a la fecha del movimiento) al valor en libros de esa
      *          posicion. Una revaluacion de fin de mes (tipo 'V' de
      *          REVALUA-MONEDAS) no toca el saldo: solo ajusta el
      *          valor en pesos de la posicion revaluada y queda en el
      *          historial con origen 'V'. La corrida que crea el
      *          maestro de posiciones lo siembra del historial de
      *          movimientos y cuadra cada cuenta contra su saldo.
      * Tectonics: cobc -x actualiza-saldos.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS estado-archivo-control.
           SELECT ARCHIVO-SALDOS ASSIGN TO "data/saldos-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-CUENTA
           FILE STATUS IS estado-archivo-saldos.
           SELECT ARCHIVO-SALDOS-PLANO
           SELECT ARCHIVO-REPORTE ASSIGN TO "data/reporte-saldos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-reporte.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-LIMITES ASSIGN TO "data/limites-cuentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIMITE-CUENTA
           FILE STATUS IS estado-archivo-limites.
           SELECT ARCHIVO-BLOQUEOS
           ASSIGN TO "data/bloqueos-cuentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLOQUEO-LLAVE
           FILE STATUS IS estado-archivo-bloqueos.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-RECHAZOS
           ASSIGN TO "data/cargos-rechazados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-rechazos.
           SELECT ARCHIVO-HISTORIAL
           ASSIGN TO "data/historial-movimientos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-historial.
           SELECT ARCHIVO-SALDOS-HISTORICOS
           ASSIGN TO "data/saldos-historicos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SALHIS-LLAVE
           FILE STATUS IS estado-archivo-salhis.
           SELECT ARCHIVO-POSICIONES
           ASSIGN TO "data/posiciones-moneda.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POSMON-LLAVE
           FILE STATUS IS estado-archivo-posiciones.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
                                    SIGN LEADING SEPARATE.
       FD  ARCHIVO-REPORTE.
       01  registro-reporte        PICTURE X(100).
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-LIMITES.
           COPY "registro-limite.cpy".
       FD  ARCHIVO-BLOQUEOS.
           COPY "registro-bloqueo.cpy".
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       FD  ARCHIVO-RECHAZOS.
       01  registro-rechazo        PICTURE X(120).
       FD  ARCHIVO-HISTORIAL.
           COPY "registro-historial.cpy".
       FD  ARCHIVO-SALDOS-HISTORICOS.
           COPY "registro-saldo-historico.cpy".
       FD  ARCHIVO-POSICIONES.
           COPY "registro-posicion-moneda.cpy".
       WORKING-STORAGE SECTION.
           01      estado-archivo-entrada PICTURE X(02).
           01      estado-archivo-control PICTURE X(02).
           01      estado-archivo-saldos  PICTURE X(02).
           01      estado-archivo-plano   PICTURE X(02).
           01      estado-archivo-reporte PICTURE X(02).
           01      estado-archivo-cuentas PICTURE X(02).
           01      estado-archivo-limites PICTURE X(02).
           01      estado-archivo-bloqueos PICTURE X(02).
           01      estado-archivo-corrida PICTURE X(02).
           01      estado-archivo-rechazos PICTURE X(02).
           01      estado-archivo-historial PICTURE X(02).
           01      estado-archivo-salhis  PICTURE X(02).
           01      estado-archivo-posiciones PICTURE X(02).
           01      nombre-archivo  PICTURE X(40).
           01      fin-entrada     PICTURE X(01) VALUE 'N'.
           01      fin-control     PICTURE X(01) VALUE 'N'.
      * con el signo volteado para un reverso (tipo 'R'), que es lo
      * que de verdad se aplica al saldo de la cuenta.
           01      monto-efectivo  PICTURE S9(7)V99.
      * Pierna que se asienta: el movimiento normal tiene una sola
      * (su cuenta y su monto efectivo); el traspaso tiene dos, el
      * cargo al origen y el abono al destino.
           01      cuenta-pierna   PICTURE X(10).
           01      monto-pierna    PICTURE S9(7)V99.
           01      contraparte-pierna PICTURE X(10).
           01      traspaso-valido PICTURE X(01).
           01      motivo-traspaso PICTURE X(30).
           01      traspasos-aplicados PICTURE 9(05) VALUE ZERO.
           01      traspasos-rechazados PICTURE 9(05) VALUE ZERO.
           01      cerradas-rechazados PICTURE 9(05) VALUE ZERO.
           01      cuenta-cerrada  PICTURE X(01) VALUE 'N'.
           01      dormidas-rechazados PICTURE 9(05) VALUE ZERO.
           01      cuenta-dormida  PICTURE X(01) VALUE 'N'.
           01      motivo-rechazo  PICTURE X(16).
           01      reversos-aplicados PICTURE 9(05) VALUE ZERO.
           01      cuentas-migradas PICTURE 9(05) VALUE ZERO.
           01      movimientos-aplicados PICTURE 9(07) VALUE ZERO.
               05      marca-mes   PICTURE 9(02).
               05      marca-dia   PICTURE 9(02).
           01      marca-fecha-f   PICTURE X(10).
      * Saldo disponible: un cargo (monto efectivo negativo) solo se
      * aplica si, despues del cargo, el saldo contable menos lo
      * bloqueado a la fecha de negocio no queda por debajo del
      * sobregiro autorizado en negativo. Sin maestro de limites o
      * de bloqueos la cuenta tiene limite cero y nada bloqueado.
           01      fecha-negocio   PICTURE X(08).
           01      cuentas-abiertas PICTURE X(01) VALUE 'N'.
           01      limites-abiertos PICTURE X(01) VALUE 'N'.
           01      bloqueos-abiertos PICTURE X(01) VALUE 'N'.
           01      fin-bloqueos    PICTURE X(01) VALUE 'N'.
           01      cargo-rechazado PICTURE X(01) VALUE 'N'.
           01      saldo-contable  PICTURE S9(9)V99.
           01      monto-bloqueado PICTURE 9(9)V99.
           01      sobregiro-autorizado PICTURE 9(9)V99.
           01      saldo-disponible PICTURE S9(9)V99.
           01      cargos-rechazados PICTURE 9(05) VALUE ZERO.
           01      sucursal-trabajo PICTURE X(04).
      * Movimientos rechazados del dia (cargos sin disponible y
      * movimientos a cuentas cerradas o dormidas, con su motivo),
      * para el reporte por sucursal; la tabla de sucursales lleva el
      * orden de aparicion y el subtotal de cada una.
           01      tabla-rechazos-llena PICTURE X(01) VALUE 'N'.
           01      total-rechazos  PICTURE 9(04) COMP VALUE ZERO.
           01      indice-rechazo  PICTURE 9(04) COMP VALUE ZERO.
           01      tabla-rechazos.
               05      renglon-rechazo OCCURS 2000 TIMES.
                   10      rech-sucursal  PICTURE X(04).
                   10      rech-cuenta    PICTURE X(10).
                   10      rech-monto     PICTURE S9(7)V99.
                   10      rech-saldo     PICTURE S9(9)V99.
                   10      rech-bloqueado PICTURE 9(9)V99.
                   10      rech-limite    PICTURE 9(9)V99.
                   10      rech-archivo   PICTURE X(40).
                   10      rech-motivo    PICTURE X(16).
           01      sucursal-hallada PICTURE X(01) VALUE 'N'.
           01      total-sucursales PICTURE 9(03) COMP VALUE ZERO.
           01      indice-sucursal PICTURE 9(03) COMP VALUE ZERO.
           01      tabla-sucursales.
               05      renglon-sucursal OCCURS 500 TIMES.
                   10      suc-clave      PICTURE X(04).
                   10      suc-cargos     PICTURE 9(05).
                   10      suc-monto      PICTURE S9(9)V99.
           01      cargo-f         PICTURE -(7)9,99.
           01      bloqueado-f     PICTURE Z(8)9,99.
           01      limite-f        PICTURE Z(8)9,99.
           01      cargos-f        PICTURE Z(4)9.
      * Historial de movimientos: solo lo que se asento en el maestro
      * entra al historial; el archivo de intereses de
      * ACUMULA-INTERES se marca con origen 'I'.
           01      historial-abierto PICTURE X(01) VALUE 'N'.
           01      movimiento-asentado PICTURE X(01) VALUE 'N'.
      * Historial de saldos: un renglon por cuenta y fecha de negocio;
      * la semilla lleva la fecha del dia habil anterior.
           01      salhis-abierto  PICTURE X(01) VALUE 'N'.
           01      fin-semilla     PICTURE X(01) VALUE 'N'.
           01      fecha-semilla   PICTURE X(08).
           01      un-dia          PICTURE 9(03) VALUE 1.
           01      dia-habil       PICTURE X(01).
           01      cuentas-sembradas PICTURE 9(07) VALUE ZERO.
      * Posiciones por moneda: la pierna suma su monto a la posicion
      * de su moneda y su valor en pesos a la fecha del movimiento
      * (sin tasa, a la par y contada). La revaluacion solo suma
      * pesos.
           01      posiciones-abierto PICTURE X(01) VALUE 'N'.
           01      moneda-pierna   PICTURE X(03).
           01      monto-posicion  PICTURE S9(9)V99.
           01      pesos-pierna    PICTURE S9(11)V99.
           01      tasa-pierna     PICTURE 9(4)V9(4).
           01      tasa-hallada-pierna PICTURE X(01).
           01      piernas-a-la-par PICTURE 9(05) VALUE ZERO.
           01      revaluaciones-aplicadas PICTURE 9(05) VALUE ZERO.
           01      revaluaciones-rechazadas PICTURE 9(05) VALUE ZERO.
           01      fecha-revaluacion PICTURE X(08).
      * Siembra del maestro de posiciones: el historial completo por
      * cuenta y moneda, y lo que el saldo de la cuenta no alcance a
      * explicar con su historial va a la moneda de la cuenta si
      * tiene una sola, o a pesos.
           01      fin-siembra-historial PICTURE X(01) VALUE 'N'.
           01      fin-posiciones-cuenta PICTURE X(01) VALUE 'N'.
           01      suma-posiciones PICTURE S9(11)V99.
           01      monedas-cuenta  PICTURE 9(03) COMP VALUE ZERO.
           01      moneda-unica    PICTURE X(03).
           01      posiciones-sembradas PICTURE 9(07) VALUE ZERO.
           01      cuentas-cuadradas PICTURE 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               "/" DELIMITED BY SIZE
               marca-anio DELIMITED BY SIZE
               INTO marca-fecha-f
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           PERFORM ABRE-MAESTRO THRU ABRE-MAESTRO-FIN
           IF estado-archivo-saldos NOT = "00"
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM ABRE-LIMITES
           PERFORM ABRE-POSICIONES THRU ABRE-POSICIONES-FIN
           PERFORM ABRE-HISTORIAL
           PERFORM ABRE-SALDOS-HISTORICOS
               THRU ABRE-SALDOS-HISTORICOS-FIN
           OPEN INPUT ARCHIVO-CONTROL
           IF estado-archivo-control NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-CONTROL, FILE STATUS: "
                   estado-archivo-control
               MOVE 16 TO RETURN-CODE
               PERFORM CIERRA-ARCHIVOS
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM UNTIL fin-control = 'Y'
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CONTROL
           PERFORM CIERRA-ARCHIVOS
           PERFORM ESCRIBE-REPORTE-ACTIVIDAD
           PERFORM ESCRIBE-REPORTE-RECHAZOS
           DISPLAY "MAESTRO DE SALDOS ACTUALIZADO: "
               movimientos-aplicados " MOVIMIENTOS APLICADOS, "
               cuentas-nuevas " CUENTAS NUEVAS."
               DISPLAY "REVERSOS APLICADOS AL SALDO: "
                   reversos-aplicados
           END-IF
           IF traspasos-aplicados > ZERO
               DISPLAY "TRASPASOS APLICADOS AL SALDO: "
                   traspasos-aplicados
           END-IF
           IF traspasos-rechazados > ZERO
               DISPLAY "TRASPASOS RECHAZADOS POR CUENTA INVALIDA: "
                   traspasos-rechazados
           END-IF
           IF cerradas-rechazados > ZERO
               DISPLAY "MOVIMIENTOS RECHAZADOS POR CUENTA CERRADA: "
                   cerradas-rechazados
           END-IF
           IF dormidas-rechazados > ZERO
               DISPLAY "MOVIMIENTOS RECHAZADOS POR CUENTA DORMIDA: "
                   dormidas-rechazados
           END-IF
           IF cargos-rechazados > ZERO
               DISPLAY "CARGOS RECHAZADOS POR SALDO DISPONIBLE: "
                   cargos-rechazados
                   " (VER data/cargos-rechazados.txt)"
           END-IF
           IF revaluaciones-aplicadas > ZERO
               DISPLAY "REVALUACIONES APLICADAS A LAS POSICIONES: "
                   revaluaciones-aplicadas
           END-IF
           IF revaluaciones-rechazadas > ZERO
               DISPLAY "REVALUACIONES NO APLICADAS: "
                   revaluaciones-rechazadas
           END-IF
           IF piernas-a-la-par > ZERO
               DISPLAY "AVISO: PIERNAS VALUADAS A LA PAR EN SU "
                   "POSICION POR FALTA DE TASA: " piernas-a-la-par
           END-IF
      * Guardado final del registro de vistos (cada archivo ya dejo
      * el suyo al cerrarse; este cubre una corrida sin archivos).
           CALL "REGVISTOS" USING "G", nombre-programa.
       ABRE-MAESTRO-FIN.
           EXIT.

      * La fecha de negocio oficial viene del control de corrida; si
      * no hay, se usa la del sistema. Con ella se decide que
      * bloqueos estan vigentes.
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

      * Los maestros de limites, bloqueos y cuentas solo se leen; si
      * alguno no existe la revision sigue con lo que haya (limite
      * cero, nada bloqueado, sucursal ????).
       ABRE-LIMITES.
           OPEN INPUT ARCHIVO-LIMITES
           IF estado-archivo-limites = "00"
               MOVE 'S' TO limites-abiertos
           END-IF
           OPEN INPUT ARCHIVO-BLOQUEOS
           IF estado-archivo-bloqueos = "00"
               MOVE 'S' TO bloqueos-abiertos
           END-IF
           OPEN INPUT ARCHIVO-CUENTAS
           IF estado-archivo-cuentas = "00"
               MOVE 'S' TO cuentas-abiertas
           END-IF.

      * Cierra el maestro y lo que se haya abierto junto con el, lo
      * mismo al terminar que cuando falta la lista de control.
       CIERRA-ARCHIVOS.
           CLOSE ARCHIVO-SALDOS
           PERFORM CIERRA-LIMITES
           IF historial-abierto = 'S'
               CLOSE ARCHIVO-HISTORIAL
           END-IF
           IF salhis-abierto = 'S'
               CLOSE ARCHIVO-SALDOS-HISTORICOS
           END-IF
           IF posiciones-abierto = 'S'
               CLOSE ARCHIVO-POSICIONES
           END-IF.

       CIERRA-LIMITES.
           IF limites-abiertos = 'S'
               CLOSE ARCHIVO-LIMITES
           END-IF
           IF bloqueos-abiertos = 'S'
               CLOSE ARCHIVO-BLOQUEOS
           END-IF
           IF cuentas-abiertas = 'S'
               CLOSE ARCHIVO-CUENTAS
           END-IF.

      * El historial se alarga dia con dia; la primera corrida lo
      * crea. Sin historial el saldo se aplica igual, pero se avisa.
       ABRE-HISTORIAL.
           OPEN EXTEND ARCHIVO-HISTORIAL
           IF estado-archivo-historial = "35"
               OPEN OUTPUT ARCHIVO-HISTORIAL
           END-IF
           IF estado-archivo-historial = "00"
               MOVE 'S' TO historial-abierto
           ELSE
               DISPLAY "AVISO: HISTORIAL DE MOVIMIENTOS NO DISPONIBLE,"
                   " FILE STATUS: " estado-archivo-historial
           END-IF.

      * El historial de saldos se abre en I-O. La primera vez se crea
      * y se siembra con el saldo de cada cuenta del maestro tal como
      * esta antes de aplicar el dia, que es el cierre del dia habil
      * anterior. Sin historial el saldo se aplica igual.
       ABRE-SALDOS-HISTORICOS.
           OPEN I-O ARCHIVO-SALDOS-HISTORICOS
           IF estado-archivo-salhis = "35"
               OPEN OUTPUT ARCHIVO-SALDOS-HISTORICOS
               IF estado-archivo-salhis NOT = "00"
                   DISPLAY "AVISO: NO SE PUDO CREAR EL HISTORIAL DE "
                       "SALDOS, FILE STATUS: " estado-archivo-salhis
                   GO TO ABRE-SALDOS-HISTORICOS-FIN
               END-IF
               PERFORM SIEMBRA-SALDOS-HISTORICOS
               CLOSE ARCHIVO-SALDOS-HISTORICOS
               OPEN I-O ARCHIVO-SALDOS-HISTORICOS
           END-IF
           IF estado-archivo-salhis = "00"
               MOVE 'S' TO salhis-abierto
           ELSE
               DISPLAY "AVISO: HISTORIAL DE SALDOS NO DISPONIBLE, "
                   "FILE STATUS: " estado-archivo-salhis
           END-IF.
       ABRE-SALDOS-HISTORICOS-FIN.
           EXIT.

      * El maestro de posiciones se abre en I-O. La primera vez se
      * crea y se siembra antes de aplicar el dia (el historial de
      * movimientos todavia no esta abierto para alargarse). Sin
      * maestro de posiciones el saldo se aplica igual, pero se
      * avisa y las revaluaciones no se aplican.
       ABRE-POSICIONES.
           OPEN I-O ARCHIVO-POSICIONES
           IF estado-archivo-posiciones = "35"
               OPEN OUTPUT ARCHIVO-POSICIONES
               IF estado-archivo-posiciones NOT = "00"
                   DISPLAY "AVISO: NO SE PUDO CREAR EL MAESTRO DE "
                       "POSICIONES, FILE STATUS: "
                       estado-archivo-posiciones
                   GO TO ABRE-POSICIONES-FIN
               END-IF
               CLOSE ARCHIVO-POSICIONES
               OPEN I-O ARCHIVO-POSICIONES
               IF estado-archivo-posiciones = "00"
                   MOVE 'S' TO posiciones-abierto
                   PERFORM SIEMBRA-POSICIONES
               END-IF
           END-IF
           IF estado-archivo-posiciones = "00"
               MOVE 'S' TO posiciones-abierto
           ELSE
               DISPLAY "AVISO: MAESTRO DE POSICIONES NO DISPONIBLE, "
                   "FILE STATUS: " estado-archivo-posiciones
           END-IF.
       ABRE-POSICIONES-FIN.
           EXIT.

      * La siembra repasa el historial de movimientos completo: cada
      * pierna a la posicion de su moneda, valuada a su fecha, y cada
      * revaluacion al valor en pesos de la posicion revaluada. Luego
      * cada cuenta del maestro de saldos se cuadra contra la suma de
      * sus posiciones; la diferencia (lo anterior al historial) va a
      * la posicion de su unica moneda, o a pesos si tiene varias o
      * ninguna, valuada a la fecha de negocio.
       SIEMBRA-POSICIONES.
           MOVE 'N' TO fin-siembra-historial
           OPEN INPUT ARCHIVO-HISTORIAL
           IF estado-archivo-historial = "00"
               PERFORM UNTIL fin-siembra-historial = 'Y'
                   READ ARCHIVO-HISTORIAL
                       AT END MOVE 'Y' TO fin-siembra-historial
                       NOT AT END PERFORM SIEMBRA-RENGLON-HISTORIAL
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORIAL
           END-IF
           MOVE 'N' TO fin-semilla
           MOVE LOW-VALUES TO SALDO-CUENTA
           START ARCHIVO-SALDOS KEY IS NOT LESS THAN SALDO-CUENTA
               INVALID KEY MOVE 'Y' TO fin-semilla
           END-START
           PERFORM UNTIL fin-semilla = 'Y'
               READ ARCHIVO-SALDOS NEXT
                   AT END MOVE 'Y' TO fin-semilla
                   NOT AT END PERFORM CUADRA-POSICIONES-CUENTA
               END-READ
           END-PERFORM
           DISPLAY "MAESTRO DE POSICIONES SEMBRADO: "
               posiciones-sembradas " RENGLONES DEL HISTORIAL, "
               cuentas-cuadradas " CUENTAS CUADRADAS CONTRA SU SALDO.".

       SIEMBRA-RENGLON-HISTORIAL.
           MOVE HIST-CUENTA TO cuenta-pierna
           IF HIST-ORIGEN = 'V'
               MOVE HIST-CONTRAPARTE(1:3) TO moneda-pierna
               MOVE ZERO TO monto-posicion
               MOVE HIST-MONTO TO pesos-pierna
               MOVE HIST-FECHA-NEGOCIO TO fecha-revaluacion
           ELSE
               MOVE HIST-MONEDA TO moneda-pierna
               IF moneda-pierna = SPACES
                   MOVE "MXP" TO moneda-pierna
               END-IF
               CALL "TCAMBIO" USING moneda-pierna, HIST-FECHA,
                   tasa-pierna, tasa-hallada-pierna
               IF tasa-hallada-pierna = 'N'
                   ADD 1 TO piernas-a-la-par
                   MOVE 1 TO tasa-pierna
               END-IF
               MOVE HIST-MONTO TO monto-posicion
               COMPUTE pesos-pierna ROUNDED = HIST-MONTO * tasa-pierna
               MOVE SPACES TO fecha-revaluacion
           END-IF
           PERFORM SUMA-A-POSICION
           ADD 1 TO posiciones-sembradas.

       CUADRA-POSICIONES-CUENTA.
           MOVE ZERO TO suma-posiciones
           MOVE ZERO TO monedas-cuenta
           MOVE "MXP" TO moneda-unica
           MOVE 'N' TO fin-posiciones-cuenta
           MOVE SALDO-CUENTA TO POSMON-CUENTA
           MOVE LOW-VALUES TO POSMON-MONEDA
           START ARCHIVO-POSICIONES
               KEY IS NOT LESS THAN POSMON-LLAVE
               INVALID KEY MOVE 'Y' TO fin-posiciones-cuenta
           END-START
           PERFORM LEE-POSICION-CUENTA
               UNTIL fin-posiciones-cuenta = 'Y'
           IF monedas-cuenta NOT = 1
               MOVE "MXP" TO moneda-unica
           END-IF
           IF SALDO-MONTO NOT = suma-posiciones
               MOVE SALDO-CUENTA TO cuenta-pierna
               MOVE moneda-unica TO moneda-pierna
               COMPUTE monto-posicion = SALDO-MONTO - suma-posiciones
               CALL "TCAMBIO" USING moneda-pierna, fecha-negocio,
                   tasa-pierna, tasa-hallada-pierna
               IF tasa-hallada-pierna = 'N'
                   ADD 1 TO piernas-a-la-par
                   MOVE 1 TO tasa-pierna
               END-IF
               COMPUTE pesos-pierna ROUNDED
                   = monto-posicion * tasa-pierna
               MOVE SPACES TO fecha-revaluacion
               PERFORM SUMA-A-POSICION
               ADD 1 TO cuentas-cuadradas
           END-IF.

       LEE-POSICION-CUENTA.
           READ ARCHIVO-POSICIONES NEXT
               AT END MOVE 'Y' TO fin-posiciones-cuenta
               NOT AT END
                   IF POSMON-CUENTA NOT = SALDO-CUENTA
                       MOVE 'Y' TO fin-posiciones-cuenta
                   ELSE
                       ADD POSMON-SALDO TO suma-posiciones
                       ADD 1 TO monedas-cuenta
                       MOVE POSMON-MONEDA TO moneda-unica
                   END-IF
           END-READ.

       SIEMBRA-SALDOS-HISTORICOS.
           CALL "DIAHABIL" USING "R", fecha-negocio, un-dia,
               fecha-semilla, dia-habil
           MOVE 'N' TO fin-semilla
           MOVE LOW-VALUES TO SALDO-CUENTA
           START ARCHIVO-SALDOS KEY IS NOT LESS THAN SALDO-CUENTA
               INVALID KEY MOVE 'Y' TO fin-semilla
           END-START
           PERFORM UNTIL fin-semilla = 'Y'
               READ ARCHIVO-SALDOS NEXT
                   AT END MOVE 'Y' TO fin-semilla
                   NOT AT END PERFORM SIEMBRA-CUENTA
               END-READ
           END-PERFORM
           DISPLAY "HISTORIAL DE SALDOS SEMBRADO AL " fecha-semilla
               ": " cuentas-sembradas " CUENTAS.".

       SIEMBRA-CUENTA.
           MOVE SALDO-CUENTA TO SALHIS-CUENTA
           MOVE fecha-semilla TO SALHIS-FECHA
           MOVE SALDO-MONTO TO SALHIS-SALDO-INICIAL
           MOVE ZERO TO SALHIS-MOVIMIENTO
           MOVE SALDO-MONTO TO SALHIS-SALDO
           MOVE 'S' TO SALHIS-ORIGEN
           WRITE REGISTRO-SALDO-HISTORICO
               NOT INVALID KEY
                   ADD 1 TO cuentas-sembradas
           END-WRITE.

       MIGRA-MAESTRO-PLANO.
           MOVE 'N' TO fin-plano
           OPEN INPUT ARCHIVO-SALDOS-PLANO
      * el maestro indexado: una cuenta desconocida se da de alta al
      * vuelo con el movimiento como saldo, igual que antes.
       APLICA-MOVIMIENTO.
      * Un traspaso con una cuenta invalida se descarta antes de
      * registrar su llave, para que el reenvio corregido no salga
      * como duplicado.
           IF TRANS-TYPE = 'T'
               CALL "VALTRASPASO" USING INPUT-RECORD, traspaso-valido,
                   motivo-traspaso
               IF traspaso-valido = 'N'
                   ADD 1 TO traspasos-rechazados
                   DISPLAY "TRASPASO RECHAZADO " ACCOUNT-ID " A "
                       TRANS-CUENTA-DESTINO ": "
                       FUNCTION TRIM(motivo-traspaso)
                   GO TO APLICA-MOVIMIENTO-FIN
               END-IF
           END-IF
      * La llave se registra antes de revisar el estado de la cuenta,
      * igual que en INTRO y RECON: un movimiento rechazado aqui ya
      * queda visto y se reenvia con otra llave.
           PERFORM DETECTA-DUPLICADO THRU DETECTA-DUPLICADO-FIN
           IF duplicado-visto = 'S'
               ADD 1 TO duplicados-excluidos
               GO TO APLICA-MOVIMIENTO-FIN
           END-IF
           IF TRANS-TYPE NOT = 'T'
               PERFORM REVISA-CUENTA-CERRADA
               IF cuenta-cerrada = 'S'
                   ADD 1 TO cerradas-rechazados
                   DISPLAY "MOVIMIENTO RECHAZADO " ACCOUNT-ID
                       ": CUENTA CERRADA"
                   MOVE "CUENTA CERRADA" TO motivo-rechazo
                   PERFORM RECHAZA-POR-ESTADO
                   GO TO APLICA-MOVIMIENTO-FIN
               END-IF
               IF cuenta-dormida = 'S'
                   AND TRANS-TYPE NOT = 'V'
                   AND nombre-archivo
                       NOT = "data/intereses-generados.txt"
                   ADD 1 TO dormidas-rechazados
                   DISPLAY "MOVIMIENTO RECHAZADO " ACCOUNT-ID
                       ": CUENTA DORMIDA"
                   MOVE "CUENTA DORMIDA" TO motivo-rechazo
                   PERFORM RECHAZA-POR-ESTADO
                   GO TO APLICA-MOVIMIENTO-FIN
               END-IF
           END-IF
           IF TRANS-TYPE = 'V'
               PERFORM APLICA-REVALUACION
               GO TO APLICA-MOVIMIENTO-FIN
           END-IF
           IF TRANS-TYPE = 'R' OR TRANS-TYPE = 'T'
               COMPUTE monto-efectivo = TRANS-AMOUNT * -1
           ELSE
               MOVE TRANS-AMOUNT TO monto-efectivo
           END-IF
           IF monto-efectivo < ZERO
               PERFORM VERIFICA-DISPONIBLE
               IF cargo-rechazado = 'S'
                   PERFORM RECHAZA-CARGO
                   GO TO APLICA-MOVIMIENTO-FIN
               END-IF
           END-IF
           IF TRANS-TYPE = 'R'
               ADD 1 TO reversos-aplicados
           END-IF
           MOVE ACCOUNT-ID TO cuenta-pierna
           MOVE monto-efectivo TO monto-pierna
           MOVE SPACES TO contraparte-pierna
           IF TRANS-TYPE = 'T'
               MOVE TRANS-CUENTA-DESTINO TO contraparte-pierna
           END-IF
           PERFORM ASIENTA-PIERNA
           IF TRANS-TYPE = 'T'
               MOVE TRANS-CUENTA-DESTINO TO cuenta-pierna
               MOVE TRANS-AMOUNT TO monto-pierna
               MOVE ACCOUNT-ID TO contraparte-pierna
               PERFORM ASIENTA-PIERNA
               ADD 1 TO traspasos-aplicados
           END-IF.
       APLICA-MOVIMIENTO-FIN.
           EXIT.

      * Una cuenta cerrada no recibe ningun movimiento y una dormida
      * ninguno del cliente; el traspaso ya lo juzga VALTRASPASO para
      * sus dos cuentas.
       REVISA-CUENTA-CERRADA.
           MOVE 'N' TO cuenta-cerrada
           MOVE 'N' TO cuenta-dormida
           IF cuentas-abiertas = 'S'
               MOVE ACCOUNT-ID TO CUENTA-ID
               READ ARCHIVO-CUENTAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CUENTA-ESTADO = 'C'
                           MOVE 'S' TO cuenta-cerrada
                       END-IF
                       IF CUENTA-ESTADO = 'D'
                           MOVE 'S' TO cuenta-dormida
                       END-IF
               END-READ
           END-IF.

       ASIENTA-PIERNA.
           MOVE 'N' TO movimiento-asentado
           MOVE cuenta-pierna TO SALDO-CUENTA
           READ ARCHIVO-SALDOS
               INVALID KEY
                   MOVE ZERO TO saldo-trabajo
                   PERFORM ACUMULA-ACTIVIDAD THRU ACUMULA-ACTIVIDAD-FIN
                   MOVE cuenta-pierna TO SALDO-CUENTA
                   MOVE monto-pierna TO SALDO-MONTO
                   WRITE REGISTRO-SALDO
                       INVALID KEY
                           DISPLAY "ERROR DANDO DE ALTA LA CUENTA "
                               cuenta-pierna " EN EL MAESTRO, FILE "
                               "STATUS: " estado-archivo-saldos
                           MOVE 16 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO cuentas-nuevas
                           ADD 1 TO movimientos-aplicados
                           MOVE 'S' TO movimiento-asentado
                   END-WRITE
               NOT INVALID KEY
                   MOVE SALDO-MONTO TO saldo-trabajo
                   PERFORM ACUMULA-ACTIVIDAD THRU ACUMULA-ACTIVIDAD-FIN
                   ADD monto-pierna TO SALDO-MONTO
                   REWRITE REGISTRO-SALDO
                       INVALID KEY
                           DISPLAY "ERROR REESCRIBIENDO LA CUENTA "
                               cuenta-pierna " EN EL MAESTRO, FILE "
                               "STATUS: " estado-archivo-saldos
                           MOVE 16 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO movimientos-aplicados
                           MOVE 'S' TO movimiento-asentado
                   END-REWRITE
           END-READ
           IF movimiento-asentado = 'S'
               PERFORM ESCRIBE-HISTORIAL
               PERFORM ASIENTA-SALDO-DIA
               PERFORM ASIENTA-POSICION
           END-IF.

      * La pierna va a la posicion de la moneda del registro (en
      * blanco, pesos), valuada a la fecha del movimiento como la
      * valua INTRO-TO-COBOL.
       ASIENTA-POSICION.
           MOVE CURRENCY-CODE TO moneda-pierna
           IF moneda-pierna = SPACES
               MOVE "MXP" TO moneda-pierna
           END-IF
           CALL "TCAMBIO" USING moneda-pierna, TRANS-DATE,
               tasa-pierna, tasa-hallada-pierna
           IF tasa-hallada-pierna = 'N'
               ADD 1 TO piernas-a-la-par
               MOVE 1 TO tasa-pierna
           END-IF
           MOVE monto-pierna TO monto-posicion
           COMPUTE pesos-pierna ROUNDED = monto-pierna * tasa-pierna
           MOVE SPACES TO fecha-revaluacion
           PERFORM SUMA-A-POSICION.

      * Una revaluacion trae en pesos la utilidad o perdida cambiaria
      * de la posicion de la cuenta en TRANS-MONEDA-REVALUADA; el
      * saldo de la cuenta no se mueve (no pasa por el disponible ni
      * por el historial de saldos), solo el valor en pesos de esa
      * posicion, y el historial la guarda con origen 'V' para el
      * mayor.
       APLICA-REVALUACION.
           IF posiciones-abierto = 'N'
               OR TRANS-MONEDA-REVALUADA = SPACES
               OR TRANS-MONEDA-REVALUADA = "MXP"
               ADD 1 TO revaluaciones-rechazadas
               DISPLAY "REVALUACION NO APLICADA " ACCOUNT-ID " "
                   TRANS-MONEDA-REVALUADA
                   ": SIN MAESTRO DE POSICIONES O SIN MONEDA"
           ELSE
               MOVE ACCOUNT-ID TO cuenta-pierna
               MOVE TRANS-MONEDA-REVALUADA TO moneda-pierna
               MOVE ZERO TO monto-posicion
               MOVE TRANS-AMOUNT TO pesos-pierna
               MOVE fecha-negocio TO fecha-revaluacion
               PERFORM SUMA-A-POSICION
               MOVE TRANS-AMOUNT TO monto-pierna
               MOVE TRANS-MONEDA-REVALUADA TO contraparte-pierna
               PERFORM ESCRIBE-HISTORIAL
               ADD 1 TO revaluaciones-aplicadas
           END-IF.

      * Suma monto-posicion y pesos-pierna a la posicion de
      * cuenta-pierna en moneda-pierna; la primera vez la da de alta.
      * Una revaluacion deja ademas su fecha de negocio
      * (fecha-revaluacion, en blanco para una pierna normal).
       SUMA-A-POSICION.
           IF posiciones-abierto = 'S'
               MOVE cuenta-pierna TO POSMON-CUENTA
               MOVE moneda-pierna TO POSMON-MONEDA
               READ ARCHIVO-POSICIONES
                   INVALID KEY
                       MOVE cuenta-pierna TO POSMON-CUENTA
                       MOVE moneda-pierna TO POSMON-MONEDA
                       MOVE monto-posicion TO POSMON-SALDO
                       MOVE pesos-pierna TO POSMON-VALOR-PESOS
                       MOVE fecha-revaluacion
                           TO POSMON-FECHA-REVALUACION
                       WRITE REGISTRO-POSICION-MONEDA
                           INVALID KEY
                               DISPLAY "AVISO: POSICION " cuenta-pierna
                                   " " moneda-pierna " NO QUEDO EN EL "
                                   "MAESTRO, FILE STATUS: "
                                   estado-archivo-posiciones
                       END-WRITE
                   NOT INVALID KEY
                       ADD monto-posicion TO POSMON-SALDO
                       ADD pesos-pierna TO POSMON-VALOR-PESOS
                       IF fecha-revaluacion NOT = SPACES
                           MOVE fecha-revaluacion
                               TO POSMON-FECHA-REVALUACION
                       END-IF
                       REWRITE REGISTRO-POSICION-MONEDA
                           INVALID KEY
                               DISPLAY "AVISO: POSICION " cuenta-pierna
                                   " " moneda-pierna " NO QUEDO EN EL "
                                   "MAESTRO, FILE STATUS: "
                                   estado-archivo-posiciones
                       END-REWRITE
               END-READ
           END-IF.

      * El renglon del dia guarda el saldo con que la cuenta abrio el
      * dia (el de antes de su primera pierna) y el saldo que deja en
      * el maestro cada pierna; el movimiento se saca de los dos, asi
      * que una reanudacion sobre un maestro restaurado no lo duplica.
       ASIENTA-SALDO-DIA.
           IF salhis-abierto = 'S'
               MOVE cuenta-pierna TO SALHIS-CUENTA
               MOVE fecha-negocio TO SALHIS-FECHA
               READ ARCHIVO-SALDOS-HISTORICOS
                   INVALID KEY
                       MOVE saldo-trabajo TO SALHIS-SALDO-INICIAL
                       ADD saldo-trabajo monto-pierna
                           GIVING SALHIS-SALDO
                       SUBTRACT SALHIS-SALDO-INICIAL FROM SALHIS-SALDO
                           GIVING SALHIS-MOVIMIENTO
                       MOVE 'D' TO SALHIS-ORIGEN
                       WRITE REGISTRO-SALDO-HISTORICO
                           INVALID KEY
                               DISPLAY "AVISO: SALDO DEL DIA DE LA "
                                   "CUENTA " cuenta-pierna " NO QUEDO "
                                   "EN EL HISTORIAL, FILE STATUS: "
                                   estado-archivo-salhis
                       END-WRITE
                   NOT INVALID KEY
                       ADD saldo-trabajo monto-pierna
                           GIVING SALHIS-SALDO
                       SUBTRACT SALHIS-SALDO-INICIAL FROM SALHIS-SALDO
                           GIVING SALHIS-MOVIMIENTO
                       REWRITE REGISTRO-SALDO-HISTORICO
                           INVALID KEY
                               DISPLAY "AVISO: SALDO DEL DIA DE LA "
                                   "CUENTA " cuenta-pierna " NO QUEDO "
                                   "EN EL HISTORIAL, FILE STATUS: "
                                   estado-archivo-salhis
                       END-REWRITE
               END-READ
           END-IF.

       ESCRIBE-HISTORIAL.
           IF historial-abierto = 'S'
               MOVE fecha-negocio TO HIST-FECHA-NEGOCIO
               MOVE cuenta-pierna TO HIST-CUENTA
               MOVE monto-pierna TO HIST-MONTO
               MOVE TRANS-DATE TO HIST-FECHA
               MOVE CURRENCY-CODE TO HIST-MONEDA
               MOVE TRANS-TYPE TO HIST-TIPO
               MOVE contraparte-pierna TO HIST-CONTRAPARTE
               IF nombre-archivo = "data/intereses-generados.txt"
                   MOVE 'I' TO HIST-ORIGEN
               ELSE
                   MOVE 'C' TO HIST-ORIGEN
               END-IF
               IF TRANS-TYPE = 'V'
                   MOVE 'V' TO HIST-ORIGEN
               END-IF
               MOVE nombre-archivo TO HIST-ARCHIVO
               WRITE REGISTRO-HISTORIAL
           END-IF.

      * Disponible = saldo contable - bloqueado + sobregiro; el cargo
      * pasa si el disponible alcanza para cubrirlo. Una cuenta que
      * aun no esta en el maestro de saldos arranca en cero.
       VERIFICA-DISPONIBLE.
           MOVE 'N' TO cargo-rechazado
           MOVE ACCOUNT-ID TO SALDO-CUENTA
           READ ARCHIVO-SALDOS
               INVALID KEY MOVE ZERO TO saldo-contable
               NOT INVALID KEY MOVE SALDO-MONTO TO saldo-contable
           END-READ
           MOVE ZERO TO sobregiro-autorizado
           IF limites-abiertos = 'S'
               MOVE ACCOUNT-ID TO LIMITE-CUENTA
               READ ARCHIVO-LIMITES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE LIMITE-SOBREGIRO TO sobregiro-autorizado
               END-READ
           END-IF
           PERFORM SUMA-BLOQUEOS
           COMPUTE saldo-disponible = saldo-contable
               - monto-bloqueado + sobregiro-autorizado
           IF saldo-disponible + monto-efectivo < ZERO
               MOVE 'S' TO cargo-rechazado
           END-IF.

      * Solo cuentan los bloqueos vigentes a la fecha de negocio:
      * estado 'V', ya iniciados y sin vencer ("hasta" en blanco no
      * vence).
       SUMA-BLOQUEOS.
           MOVE ZERO TO monto-bloqueado
           IF bloqueos-abiertos = 'S'
               MOVE ACCOUNT-ID TO BLOQUEO-CUENTA
               MOVE ZERO TO BLOQUEO-NUMERO
               MOVE 'N' TO fin-bloqueos
               START ARCHIVO-BLOQUEOS
                   KEY IS NOT LESS THAN BLOQUEO-LLAVE
                   INVALID KEY MOVE 'Y' TO fin-bloqueos
               END-START
               PERFORM UNTIL fin-bloqueos = 'Y'
                   READ ARCHIVO-BLOQUEOS NEXT
                       AT END MOVE 'Y' TO fin-bloqueos
                       NOT AT END PERFORM ACUMULA-BLOQUEO
                   END-READ
               END-PERFORM
           END-IF.

       ACUMULA-BLOQUEO.
           IF BLOQUEO-CUENTA NOT = ACCOUNT-ID
               MOVE 'Y' TO fin-bloqueos
           ELSE
               IF BLOQUEO-ESTADO = 'V'
                   AND BLOQUEO-DESDE <= fecha-negocio
                   AND (BLOQUEO-HASTA = SPACES
                       OR BLOQUEO-HASTA >= fecha-negocio)
                   ADD BLOQUEO-MONTO TO monto-bloqueado
               END-IF
           END-IF.

      * El cargo rechazado no toca el maestro: se guarda para el
      * reporte de la sucursal. Su llave queda vista, como en los
      * demas lectores del dia, asi que la sucursal lo reenvia con
      * otra llave (con la fecha del reenvio) cuando haya fondos.
       RECHAZA-CARGO.
           ADD 1 TO cargos-rechazados
           MOVE "SALDO DISPONIBLE" TO motivo-rechazo
           PERFORM ANOTA-RECHAZO.

      * El movimiento a una cuenta cerrada o dormida sale en el
      * reporte con el saldo de la cuenta y sin bloqueos ni
      * sobregiro, que no vienen al caso; su llave tambien queda
      * vista y el reenvio viene con otra llave.
       RECHAZA-POR-ESTADO.
           IF TRANS-TYPE = 'R'
               COMPUTE monto-efectivo = TRANS-AMOUNT * -1
           ELSE
               MOVE TRANS-AMOUNT TO monto-efectivo
           END-IF
           MOVE ZERO TO saldo-contable
           MOVE ACCOUNT-ID TO SALDO-CUENTA
           READ ARCHIVO-SALDOS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE SALDO-MONTO TO saldo-contable
           END-READ
           MOVE ZERO TO monto-bloqueado
           MOVE ZERO TO sobregiro-autorizado
           PERFORM ANOTA-RECHAZO.

      * Guarda el rechazo, con su motivo, para el reporte de la
      * sucursal de la cuenta.
       ANOTA-RECHAZO.
           MOVE "????" TO sucursal-trabajo
           IF cuentas-abiertas = 'S'
               MOVE ACCOUNT-ID TO CUENTA-ID
               READ ARCHIVO-CUENTAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CUENTA-SUCURSAL NOT = SPACES
                           MOVE CUENTA-SUCURSAL TO sucursal-trabajo
                       END-IF
               END-READ
           END-IF
           IF total-rechazos >= 2000
               IF tabla-rechazos-llena = 'N'
                   DISPLAY "AVISO: TABLA DE MOVIMIENTOS RECHAZADOS "
                       "LLENA, EL REPORTE SALE INCOMPLETO (LOS "
                       "MOVIMIENTOS TAMPOCO SE APLICAN)."
                   MOVE 'S' TO tabla-rechazos-llena
               END-IF
           ELSE
               ADD 1 TO total-rechazos
               MOVE sucursal-trabajo TO rech-sucursal(total-rechazos)
               MOVE ACCOUNT-ID TO rech-cuenta(total-rechazos)
               MOVE monto-efectivo TO rech-monto(total-rechazos)
               MOVE saldo-contable TO rech-saldo(total-rechazos)
               MOVE monto-bloqueado
                   TO rech-bloqueado(total-rechazos)
               MOVE sobregiro-autorizado
                   TO rech-limite(total-rechazos)
               MOVE nombre-archivo TO rech-archivo(total-rechazos)
               MOVE motivo-rechazo TO rech-motivo(total-rechazos)
               PERFORM REGISTRA-SUCURSAL
           END-IF.

       REGISTRA-SUCURSAL.
           MOVE 'N' TO sucursal-hallada
           MOVE ZERO TO indice-sucursal
           PERFORM COMPARA-SUCURSAL
               UNTIL sucursal-hallada = 'S'
                  OR indice-sucursal >= total-sucursales
           IF sucursal-hallada = 'N'
               IF total-sucursales >= 500
                   DISPLAY "AVISO: DEMASIADAS SUCURSALES EN EL "
                       "REPORTE DE MOVIMIENTOS RECHAZADOS."
               ELSE
                   ADD 1 TO total-sucursales
                   MOVE sucursal-trabajo
                       TO suc-clave(total-sucursales)
                   MOVE ZERO TO suc-cargos(total-sucursales)
                   MOVE ZERO TO suc-monto(total-sucursales)
                   MOVE total-sucursales TO indice-sucursal
                   MOVE 'S' TO sucursal-hallada
               END-IF
           END-IF
           IF sucursal-hallada = 'S'
               ADD 1 TO suc-cargos(indice-sucursal)
               ADD monto-efectivo TO suc-monto(indice-sucursal)
           END-IF.

       COMPARA-SUCURSAL.
           ADD 1 TO indice-sucursal
           IF suc-clave(indice-sucursal) = sucursal-trabajo
               MOVE 'S' TO sucursal-hallada
           END-IF.

       DETECTA-DUPLICADO.
           MOVE INPUT-RECORD(11:10) TO llave-monto-g
                   GO TO ACUMULA-ACTIVIDAD-FIN
               END-IF
               ADD 1 TO total-actividad
               MOVE cuenta-pierna TO act-cuenta(total-actividad)
               MOVE saldo-trabajo
                   TO act-saldo-inicial(total-actividad)
               MOVE ZERO TO act-movimiento(total-actividad)
               MOVE total-actividad TO indice-busca
           END-IF
           ADD monto-pierna TO act-movimiento(indice-busca).
       ACUMULA-ACTIVIDAD-FIN.
           EXIT.

       COMPARA-ACTIVIDAD.
           ADD 1 TO indice-busca
           IF act-cuenta(indice-busca) = cuenta-pierna
               MOVE 'S' TO cuenta-hallada
           END-IF.

               INTO registro-reporte
           WRITE registro-reporte.

      * Reporte de excepciones para las sucursales: un bloque por
      * sucursal con sus movimientos rechazados y su subtotal, para
      * que cada una sepa que cuentas quisieron pasar de su disponible
      * o recibieron movimientos estando cerradas o dormidas.
       ESCRIBE-REPORTE-RECHAZOS.
           OPEN OUTPUT ARCHIVO-RECHAZOS
           IF estado-archivo-rechazos NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-RECHAZOS, FILE "
                   "STATUS: " estado-archivo-rechazos
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO registro-rechazo
               STRING ANGULAR-DERECHA DELIMITED BY SIZE
                   " MOVIMIENTOS RECHAZADOS POR SALDO DISPONIBLE O "
                       DELIMITED BY SIZE
                   "CUENTA CERRADA O DORMIDA " DELIMITED BY SIZE
                   FUNCTION TRIM(marca-fecha-f) DELIMITED BY SIZE
                   "  FECHA DE NEGOCIO " DELIMITED BY SIZE
                   fecha-negocio DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ANGULAR-IZQUIERDA DELIMITED BY SIZE
                   INTO registro-rechazo
               WRITE registro-rechazo
               IF total-rechazos = ZERO
                   MOVE "SIN MOVIMIENTOS RECHAZADOS."
                       TO registro-rechazo
                   WRITE registro-rechazo
               END-IF
               MOVE ZERO TO indice-sucursal
               PERFORM ESCRIBE-SUCURSAL-RECHAZOS
                   UNTIL indice-sucursal >= total-sucursales
               CLOSE ARCHIVO-RECHAZOS
           END-IF.

       ESCRIBE-SUCURSAL-RECHAZOS.
           ADD 1 TO indice-sucursal
           MOVE SPACES TO registro-rechazo
           WRITE registro-rechazo
           MOVE SPACES TO registro-rechazo
           STRING "SUCURSAL " DELIMITED BY SIZE
               suc-clave(indice-sucursal) DELIMITED BY SIZE
               "  CUENTA / MONTO / SALDO / BLOQUEADO / SOBREGIRO / "
                   DELIMITED BY SIZE
               "MOTIVO / ARCHIVO" DELIMITED BY SIZE
               INTO registro-rechazo
           WRITE registro-rechazo
           MOVE ZERO TO indice-rechazo
           PERFORM ESCRIBE-CARGO-RECHAZADO
               UNTIL indice-rechazo >= total-rechazos
           MOVE suc-cargos(indice-sucursal) TO cargos-f
           MOVE suc-monto(indice-sucursal) TO saldo-final-f
           MOVE SPACES TO registro-rechazo
           STRING "TOTAL SUCURSAL " DELIMITED BY SIZE
               suc-clave(indice-sucursal) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               cargos-f DELIMITED BY SIZE
               " MOVIMIENTOS POR " DELIMITED BY SIZE
               saldo-final-f DELIMITED BY SIZE
               INTO registro-rechazo
           WRITE registro-rechazo.

       ESCRIBE-CARGO-RECHAZADO.
           ADD 1 TO indice-rechazo
           IF rech-sucursal(indice-rechazo)
               = suc-clave(indice-sucursal)
               MOVE rech-monto(indice-rechazo) TO cargo-f
               MOVE rech-saldo(indice-rechazo) TO saldo-inicial-f
               MOVE rech-bloqueado(indice-rechazo) TO bloqueado-f
               MOVE rech-limite(indice-rechazo) TO limite-f
               MOVE SPACES TO registro-rechazo
               STRING rech-cuenta(indice-rechazo) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   cargo-f DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   saldo-inicial-f DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bloqueado-f DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   limite-f DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   rech-motivo(indice-rechazo) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(rech-archivo(indice-rechazo))
                       DELIMITED BY SIZE
                   INTO registro-rechazo
               WRITE registro-rechazo
           END-IF.

       END PROGRAM ACTUALIZA-SALDOS.

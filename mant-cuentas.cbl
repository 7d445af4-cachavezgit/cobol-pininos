      *          INTRO-TO-COBOL pueda validar el ACCOUNT-ID de cada
      *          registro diario contra un catalogo oficial en lugar de
      *          dejar pasar capturas equivocadas hasta los totales.
      *          Una cuenta que DETECTA-INACTIVAS marco dormida ('D')
      *          solo vuelve a activa por la opcion de reactivacion,
      *          que pide un operador firmado de nivel 2 o mas y deja
      *          su linea en el journal data/firmas-journal.txt y,
      *          con la fecha de negocio, en la bitacora
      *          data/reactivaciones-cuentas.txt, que DETECTA-INACTIVAS
      *          cuenta como actividad de la cuenta; las
      *          altas, cambios, bajas y cambios de sucursal siguen
      *          pidiendo nivel 3.
      *          Una cuenta cerrada ('C') solo sale del cierre de
      *          cuentas (MANTENIMIENTO-CIERRES y LIQUIDA-CIERRES): no
      *          se da de baja ni se reactiva, tampoco se le cambia el
      *          nombre ni la sucursal, y como su registro no se
      *          borra su numero no se vuelve a dar de alta. La baja
      *          tampoco se da a una cuenta con saldo (maestro de saldos
      *          data/saldos-maestro.dat): el cierre solo toma cuentas
      *          activas, y una inactiva con saldo ya no tendria como
      *          liquidarse; esa cuenta se saca por su cierre.
      *          El cliente dueno de la cuenta no se captura aqui: la
      *          alta la deja sin cliente y el vinculo se hace y se
      *          deshace en MANTENIMIENTO-CLIENTES; la consulta lo
      *          muestra.
      * Tectonics: cobc -m mant-cuentas.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CUENTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-SALDOS ASSIGN TO "data/saldos-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SALDO-CUENTA
           FILE STATUS IS estado-archivo-saldos.
           SELECT ARCHIVO-SESION
           ASSIGN TO "data/operador-actual.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-sesion.
           SELECT ARCHIVO-OPERADORES
           ASSIGN TO "data/operadores.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-operadores.
           SELECT ARCHIVO-JOURNAL
           ASSIGN TO "data/firmas-journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-journal.
           SELECT ARCHIVO-REACTIVACIONES
           ASSIGN TO "data/reactivaciones-cuentas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-reactivaciones.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-SALDOS.
           COPY "registro-saldo.cpy".
       FD  ARCHIVO-SESION.
       01  registro-sesion         PICTURE X(08).
       FD  ARCHIVO-OPERADORES.
           COPY "registro-operador.cpy".
       FD  ARCHIVO-JOURNAL.
       01  registro-journal        PICTURE X(80).
       FD  ARCHIVO-REACTIVACIONES.
           COPY "registro-reactivacion.cpy".
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       WORKING-STORAGE SECTION.
           01      estado-archivo-cuentas PICTURE X(02).
           01      estado-archivo-saldos     PICTURE X(02).
           01      estado-archivo-sesion     PICTURE X(02).
           01      estado-archivo-operadores PICTURE X(02).
           01      estado-archivo-journal    PICTURE X(02).
           01      estado-archivo-reactivaciones PICTURE X(02).
           01      estado-archivo-corrida    PICTURE X(02).
           01      fecha-negocio   PICTURE X(08).
           01      fin-operadores  PICTURE X(01) VALUE 'N'.
           01      operador-sesion PICTURE X(08) VALUE SPACES.
           01      nivel-sesion    PICTURE 9(01) VALUE ZERO.
           01      operador-hallado PICTURE X(01) VALUE 'N'.
           01      detalle-journal PICTURE X(40).
           01      marca-fecha-hora PICTURE X(21).
           01      marca-tiempo-f  PICTURE X(19).
           01      seleccion-mant  PICTURE X(01).
           01      fin-mant        PICTURE X(01) VALUE 'N'.
           01      entrada-cuenta  PICTURE X(10).
           01      entrada-nombre  PICTURE X(30).
           01      entrada-sucursal PICTURE X(04).
           01      saldo-actual    PICTURE S9(9)V99 VALUE ZERO.
           01      saldo-legible   PICTURE X(01) VALUE 'N'.
           01      saldo-f         PICTURE -(9)9,99.
           01      nombre-programa PICTURE X(30) VALUE
                       "MANTENIMIENTO-CUENTAS".
           01      resultado-migracion PICTURE X(01).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENCABEZADO" USING nombre-programa, numero-pagina, "E"
           PERFORM LEE-OPERADOR-SESION
           PERFORM VALIDA-NIVEL-SESION THRU VALIDA-NIVEL-SESION-FIN
           IF nivel-sesion < 2
               DISPLAY "EL MANTENIMIENTO DE CUENTAS EXIGE UN OPERADOR "
                   "FIRMADO DE NIVEL 2 O MAS."
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN I-O ARCHIVO-CUENTAS
           IF estado-archivo-cuentas = "35"
               OPEN OUTPUT ARCHIVO-CUENTAS
               CLOSE ARCHIVO-CUENTAS
               OPEN I-O ARCHIVO-CUENTAS
           END-IF
      * Estado 39: el maestro todavia trae un registro viejo (41
      * bytes, anterior a la columna de sucursal, o 45, anterior a la
      * de cliente); se migra al vuelo y se reintenta, como
      * ACTUALIZA-SALDOS hace con su maestro.
           IF estado-archivo-cuentas = "39"
               CALL "MIGRA-CUENTAS" USING resultado-migracion
               IF resultado-migracion = 'S'
               MOVE 'N' TO fin-mant
               PERFORM MUESTRA-MENU-MANT UNTIL fin-mant = 'S'
               CLOSE ARCHIVO-CUENTAS
           END-IF.
       MAIN-PROCEDURE-EXIT.
           MOVE RETURN-CODE TO codigo-retorno
           CALL "ENCABEZADO" USING nombre-programa, numero-pagina, "P"
           MOVE codigo-retorno TO RETURN-CODE
           DISPLAY " 3. BAJA (MARCAR INACTIVA)"
           DISPLAY " 4. CONSULTA DE CUENTA"
           DISPLAY " 5. CAMBIO DE SUCURSAL"
           DISPLAY " 6. REACTIVAR CUENTA DORMIDA"
           DISPLAY " 7. SALIR"
           DISPLAY "==================================================="
           DISPLAY "Seleccione una opcion: "
           ACCEPT seleccion-mant
           EVALUATE TRUE
               WHEN (seleccion-mant = '1' OR '2' OR '3' OR '5')
                   AND nivel-sesion < 3
                   DISPLAY "Esa opcion exige un operador de nivel 3."
               WHEN seleccion-mant = '1'
                   PERFORM ALTA-CUENTA
               WHEN seleccion-mant = '2'
                   PERFORM CAMBIO-CUENTA
               WHEN seleccion-mant = '3'
                   PERFORM BAJA-CUENTA
               WHEN seleccion-mant = '4'
                   PERFORM CONSULTA-CUENTA
               WHEN seleccion-mant = '5'
                   PERFORM CAMBIO-SUCURSAL
               WHEN seleccion-mant = '6'
                   PERFORM REACTIVA-CUENTA
               WHEN seleccion-mant = '7'
                   MOVE 'S' TO fin-mant
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente de nuevo."
               MOVE entrada-nombre TO CUENTA-NOMBRE
               MOVE 'A' TO CUENTA-ESTADO
               MOVE entrada-sucursal TO CUENTA-SUCURSAL
               MOVE SPACES TO CUENTA-CLIENTE
               WRITE REGISTRO-CUENTA
                   INVALID KEY
                       DISPLAY "La cuenta "
                           FUNCTION TRIM(entrada-cuenta)
                           " no existe en el maestro."
                   NOT INVALID KEY
                       IF CUENTA-ESTADO = 'C'
                           DISPLAY "La cuenta "
                               FUNCTION TRIM(entrada-cuenta)
                               " esta cerrada; ya no cambia de estado."
                       ELSE
                           DISPLAY "Nombre actual: "
                               FUNCTION TRIM(CUENTA-NOMBRE)
                           DISPLAY "Nuevo nombre de la cuenta:"
                           ACCEPT entrada-nombre
                           MOVE entrada-nombre TO CUENTA-NOMBRE
                           REWRITE REGISTRO-CUENTA
                           DISPLAY "Cuenta "
                               FUNCTION TRIM(entrada-cuenta)
                               " actualizada."
                       END-IF
               END-READ
           END-IF.

                           FUNCTION TRIM(entrada-cuenta)
                           " no existe en el maestro."
                   NOT INVALID KEY
                       IF CUENTA-ESTADO = 'C'
                           DISPLAY "La cuenta "
                               FUNCTION TRIM(entrada-cuenta)
                               " esta cerrada; ya no cambia de estado."
                       ELSE
                           PERFORM LEE-SALDO-ACTUAL
                           PERFORM MARCA-INACTIVA
                       END-IF
               END-READ
           END-IF.

      * Una cuenta con saldo no se marca inactiva: el cierre, que
      * traspasa el saldo, solo toma cuentas activas.
       MARCA-INACTIVA.
           EVALUATE TRUE
               WHEN saldo-legible NOT = 'S'
                   DISPLAY "No se pudo leer el maestro de saldos, "
                       "FILE STATUS: " estado-archivo-saldos
                       "; la cuenta no se da de baja."
               WHEN saldo-actual NOT = ZERO
                   MOVE saldo-actual TO saldo-f
                   DISPLAY "La cuenta " FUNCTION TRIM(entrada-cuenta)
                       " tiene saldo " FUNCTION TRIM(saldo-f)
                       "; no se da de baja."
                   DISPLAY "Para sacarla de servicio pida su cierre "
                       "(MANTENIMIENTO-CIERRES), que traspasa el "
                       "saldo a otra cuenta."
               WHEN OTHER
                   MOVE 'I' TO CUENTA-ESTADO
                   REWRITE REGISTRO-CUENTA
                   DISPLAY "Cuenta " FUNCTION TRIM(entrada-cuenta)
                       " marcada como inactiva."
           END-EVALUATE.

      * El saldo se lee al momento, como en MANTENIMIENTO-CIERRES. Sin
      * maestro de saldos (todavia no corre la tarde) o sin registro
      * de la cuenta en el, la cuenta esta en cero.
       LEE-SALDO-ACTUAL.
           MOVE ZERO TO saldo-actual
           MOVE 'S' TO saldo-legible
           OPEN INPUT ARCHIVO-SALDOS
           IF estado-archivo-saldos = "00"
               MOVE entrada-cuenta TO SALDO-CUENTA
               READ ARCHIVO-SALDOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SALDO-MONTO TO saldo-actual
               END-READ
               CLOSE ARCHIVO-SALDOS
           ELSE
               IF estado-archivo-saldos NOT = "35"
                   MOVE 'N' TO saldo-legible
               END-IF
           END-IF.

       CONSULTA-CUENTA.
                           " NOMBRE: " FUNCTION TRIM(CUENTA-NOMBRE)
                           " ESTADO: " CUENTA-ESTADO
                           " SUCURSAL: " CUENTA-SUCURSAL
                           " CLIENTE: " CUENTA-CLIENTE
               END-READ
           END-IF.

                           FUNCTION TRIM(entrada-cuenta)
                           " no existe en el maestro."
                   NOT INVALID KEY
                       IF CUENTA-ESTADO = 'C'
                           DISPLAY "La cuenta "
                               FUNCTION TRIM(entrada-cuenta)
                               " esta cerrada; ya no cambia de estado."
                       ELSE
                           DISPLAY "Sucursal actual: " CUENTA-SUCURSAL
                           DISPLAY "Nueva sucursal (4 caracteres):"
                           ACCEPT entrada-sucursal
                           MOVE entrada-sucursal TO CUENTA-SUCURSAL
                           REWRITE REGISTRO-CUENTA
                           DISPLAY "Cuenta "
                               FUNCTION TRIM(entrada-cuenta)
                               " actualizada."
                       END-IF
               END-READ
           END-IF.

      * Solo una cuenta dormida se reactiva por aqui; una cuenta dada
      * de baja ('I') no es dormancia y no se revive con esta opcion.
       REACTIVA-CUENTA.
           PERFORM SOLICITA-CUENTA
           IF entrada-cuenta NOT = SPACES
               MOVE entrada-cuenta TO CUENTA-ID
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       DISPLAY "La cuenta "
                           FUNCTION TRIM(entrada-cuenta)
                           " no existe en el maestro."
                   NOT INVALID KEY
                       IF CUENTA-ESTADO NOT = 'D'
                           DISPLAY "La cuenta "
                               FUNCTION TRIM(entrada-cuenta)
                               " no esta dormida (estado "
                               CUENTA-ESTADO ")."
                       ELSE
                           MOVE 'A' TO CUENTA-ESTADO
                           REWRITE REGISTRO-CUENTA
                           IF estado-archivo-cuentas NOT = "00"
                               DISPLAY "No se pudo reactivar la cuenta "
                                   FUNCTION TRIM(entrada-cuenta)
                                   ", FILE STATUS: "
                                   estado-archivo-cuentas
                           ELSE
                               PERFORM CONFIRMA-REACTIVACION
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * La reactivacion aplicada queda en el journal de firmas y, con
      * su fecha de negocio, en la bitacora de reactivaciones que
      * DETECTA-INACTIVAS toma como actividad de la cuenta: sin ella
      * la siguiente corrida mensual la volveria a marcar dormida.
       CONFIRMA-REACTIVACION.
           DISPLAY "Cuenta " FUNCTION TRIM(entrada-cuenta)
               " reactivada."
           MOVE SPACES TO detalle-journal
           STRING "REACTIVA CUENTA DORMIDA " DELIMITED BY SIZE
               entrada-cuenta DELIMITED BY SIZE
               INTO detalle-journal
           PERFORM ESCRIBE-JOURNAL
           PERFORM ANOTA-REACTIVACION.

       ANOTA-REACTIVACION.
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
           END-IF
           OPEN EXTEND ARCHIVO-REACTIVACIONES
           IF estado-archivo-reactivaciones = "35"
               OPEN OUTPUT ARCHIVO-REACTIVACIONES
           END-IF
           IF estado-archivo-reactivaciones NOT = "00"
               DISPLAY "AVISO: SIN BITACORA DE REACTIVACIONES, FILE "
                   "STATUS: " estado-archivo-reactivaciones
                   "; DETECTA-INACTIVAS NO VERA ESTA REACTIVACION."
           ELSE
               MOVE entrada-cuenta TO REACT-CUENTA
               MOVE fecha-negocio TO REACT-FECHA
               MOVE operador-sesion TO REACT-OPERADOR
               WRITE REGISTRO-REACTIVACION
               CLOSE ARCHIVO-REACTIVACIONES
           END-IF.

      * La reactivacion queda en el mismo journal de firmas del menu,
      * con el mismo formato; el journal nunca detiene el cambio.
       ESCRIBE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO marca-fecha-hora
           MOVE SPACES TO marca-tiempo-f
           STRING marca-fecha-hora(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               marca-fecha-hora(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               marca-fecha-hora(1:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               marca-fecha-hora(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               marca-fecha-hora(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               marca-fecha-hora(13:2) DELIMITED BY SIZE
               INTO marca-tiempo-f
           OPEN EXTEND ARCHIVO-JOURNAL
           IF estado-archivo-journal NOT = "00"
               OPEN OUTPUT ARCHIVO-JOURNAL
               CLOSE ARCHIVO-JOURNAL
               OPEN EXTEND ARCHIVO-JOURNAL
           END-IF
           IF estado-archivo-journal NOT = "00"
               DISPLAY "AVISO: SIN JOURNAL DE FIRMAS, FILE STATUS: "
                   estado-archivo-journal
           ELSE
               MOVE SPACES TO registro-journal
               STRING "[" DELIMITED BY SIZE
                   FUNCTION TRIM(marca-tiempo-f) DELIMITED BY SIZE
                   "] " DELIMITED BY SIZE
                   operador-sesion DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(detalle-journal) DELIMITED BY SIZE
                   INTO registro-journal
               WRITE registro-journal
               CLOSE ARCHIVO-JOURNAL
           END-IF.

       LEE-OPERADOR-SESION.
           MOVE SPACES TO operador-sesion
           OPEN INPUT ARCHIVO-SESION
           IF estado-archivo-sesion = "00"
               READ ARCHIVO-SESION
                   AT END CONTINUE
                   NOT AT END MOVE registro-sesion TO operador-sesion
               END-READ
               CLOSE ARCHIVO-SESION
           END-IF.

       VALIDA-NIVEL-SESION.
           MOVE ZERO TO nivel-sesion
           IF operador-sesion = SPACES
               GO TO VALIDA-NIVEL-SESION-FIN
           END-IF
           MOVE 'N' TO operador-hallado
           MOVE 'N' TO fin-operadores
           OPEN INPUT ARCHIVO-OPERADORES
           IF estado-archivo-operadores = "00"
               PERFORM UNTIL fin-operadores = 'Y'
                   READ ARCHIVO-OPERADORES
                       AT END MOVE 'Y' TO fin-operadores
                       NOT AT END PERFORM COMPARA-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-OPERADORES
           END-IF.
       VALIDA-NIVEL-SESION-FIN.
           EXIT.

       COMPARA-OPERADOR.
           IF oper-id = operador-sesion
               AND oper-estado NOT = 'B'
               AND oper-estado NOT = 'L'
               MOVE 'S' TO operador-hallado
               IF oper-nivel IS NUMERIC
                   MOVE oper-nivel TO nivel-sesion
               ELSE
                   MOVE 1 TO nivel-sesion
               END-IF
               MOVE 'Y' TO fin-operadores
           END-IF.

       SOLICITA-CUENTA.

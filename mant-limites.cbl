      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Mantenimiento de limites de sobregiro y montos
      *          bloqueados por cuenta, en el estilo de MANT-CUENTAS:
      *          cada cuenta del maestro puede traer un sobregiro
      *          autorizado (data/limites-cuentas.dat) y cuantos
      *          bloqueos fechados haga falta (data/bloqueos-cuentas
      *          .dat), como un embargo judicial o una retencion de
      *          fondos, con su vigencia y su motivo. ACTUALIZA-SALDOS
      *          consulta ambos maestros antes de aplicar un cargo:
      *          el que dejaria el saldo menos lo bloqueado por debajo
      *          del limite no se aplica y se reporta a la sucursal.
      *          Un bloqueo nunca se borra, solo se libera; el limite
      *          y cada bloqueo guardan la clave de quien los capturo.
      *          Exige un operador firmado de nivel 3.
      * Tectonics: cobc -m mant-limites.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-LIMITES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARCHIVO-SESION
           ASSIGN TO "data/operador-actual.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-sesion.
           SELECT ARCHIVO-OPERADORES
           ASSIGN TO "data/operadores.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-operadores.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-LIMITES.
           COPY "registro-limite.cpy".
       FD  ARCHIVO-BLOQUEOS.
           COPY "registro-bloqueo.cpy".
       FD  ARCHIVO-SESION.
       01  registro-sesion         PICTURE X(08).
       FD  ARCHIVO-OPERADORES.
           COPY "registro-operador.cpy".
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       WORKING-STORAGE SECTION.
           01      estado-archivo-cuentas    PICTURE X(02).
           01      estado-archivo-limites    PICTURE X(02).
           01      estado-archivo-bloqueos   PICTURE X(02).
           01      estado-archivo-sesion     PICTURE X(02).
           01      estado-archivo-operadores PICTURE X(02).
           01      estado-archivo-corrida    PICTURE X(02).
           01      seleccion-mant  PICTURE X(01).
           01      fin-mant        PICTURE X(01) VALUE 'N'.
           01      fin-operadores  PICTURE X(01) VALUE 'N'.
           01      fin-bloqueos    PICTURE X(01) VALUE 'N'.
           01      entrada-cuenta  PICTURE X(10).
           01      entrada-texto   PICTURE X(30).
           01      operador-sesion PICTURE X(08) VALUE SPACES.
           01      nivel-sesion    PICTURE 9(01) VALUE ZERO.
           01      operador-hallado PICTURE X(01) VALUE 'N'.
           01      fecha-negocio   PICTURE X(08).
           01      nombre-programa PICTURE X(30) VALUE
                       "MANTENIMIENTO-LIMITES".
           01      resultado-migracion PICTURE X(01).
           01      numero-pagina   PICTURE 9(03) VALUE 1.
           01      codigo-retorno  PICTURE 9(03) VALUE ZERO.
      * Los montos se capturan como en MANT-UMBRALES: digitos fijos
      * (9 enteros y 2 decimales), sin punto ni coma.
           01      monto-capturado-g.
               05      monto-capturado PICTURE 9(9)V99.
           01      numero-capturado PICTURE 9(03) VALUE ZERO.
           01      ultimo-numero   PICTURE 9(03) VALUE ZERO.
           01      limite-existe   PICTURE X(01) VALUE 'N'.
           01      bloqueos-listados PICTURE 9(03) VALUE ZERO.
           01      total-bloqueado PICTURE 9(9)V99 VALUE ZERO.
           01      monto-f         PICTURE Z(8)9,99.
           01      numero-f        PICTURE ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENCABEZADO" USING nombre-programa, numero-pagina, "E"
           PERFORM LEE-OPERADOR-SESION
           PERFORM VALIDA-NIVEL-SESION THRU VALIDA-NIVEL-SESION-FIN
           IF nivel-sesion < 3
               DISPLAY "EL MANTENIMIENTO DE LIMITES Y BLOQUEOS EXIGE "
                   "UN OPERADOR FIRMADO DE NIVEL 3."
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           OPEN INPUT ARCHIVO-CUENTAS
      * Estado 39: el maestro todavia trae un registro viejo (41
      * bytes, anterior a la columna de sucursal, o 45, anterior a la
      * de cliente); se migra al vuelo y se reintenta, como
      * MANTENIMIENTO-CUENTAS.
           IF estado-archivo-cuentas = "39"
               CALL "MIGRA-CUENTAS" USING resultado-migracion
               IF resultado-migracion = 'S'
                   OPEN INPUT ARCHIVO-CUENTAS
               END-IF
           END-IF
           IF estado-archivo-cuentas NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-CUENTAS, FILE STATUS: "
                   estado-archivo-cuentas
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN I-O ARCHIVO-LIMITES
           IF estado-archivo-limites = "35"
               OPEN OUTPUT ARCHIVO-LIMITES
               CLOSE ARCHIVO-LIMITES
               OPEN I-O ARCHIVO-LIMITES
           END-IF
           IF estado-archivo-limites NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-LIMITES, FILE STATUS: "
                   estado-archivo-limites
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-CUENTAS
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN I-O ARCHIVO-BLOQUEOS
           IF estado-archivo-bloqueos = "35"
               OPEN OUTPUT ARCHIVO-BLOQUEOS
               CLOSE ARCHIVO-BLOQUEOS
               OPEN I-O ARCHIVO-BLOQUEOS
           END-IF
           IF estado-archivo-bloqueos NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-BLOQUEOS, FILE STATUS: "
                   estado-archivo-bloqueos
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-CUENTAS
               CLOSE ARCHIVO-LIMITES
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE 'N' TO fin-mant
           PERFORM MUESTRA-MENU-LIMITES UNTIL fin-mant = 'S'
           CLOSE ARCHIVO-CUENTAS
           CLOSE ARCHIVO-LIMITES
           CLOSE ARCHIVO-BLOQUEOS.
       MAIN-PROCEDURE-EXIT.
           MOVE RETURN-CODE TO codigo-retorno
           CALL "ENCABEZADO" USING nombre-programa, numero-pagina, "P"
           MOVE codigo-retorno TO RETURN-CODE
           GOBACK.

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

       MUESTRA-MENU-LIMITES.
           DISPLAY " "
           DISPLAY "==================================================="
           DISPLAY " LIMITES DE SOBREGIRO Y MONTOS BLOQUEADOS"
           DISPLAY "==================================================="
           DISPLAY " 1. FIJAR LIMITE DE SOBREGIRO"
           DISPLAY " 2. ALTA DE BLOQUEO (EMBARGO / RETENCION)"
           DISPLAY " 3. LIBERAR BLOQUEO"
           DISPLAY " 4. CONSULTA DE LIMITE Y BLOQUEOS"
           DISPLAY " 5. SALIR"
           DISPLAY "==================================================="
           DISPLAY "Seleccione una opcion: "
           ACCEPT seleccion-mant
           EVALUATE seleccion-mant
               WHEN '1'
                   PERFORM FIJA-LIMITE
               WHEN '2'
                   PERFORM ALTA-BLOQUEO
               WHEN '3'
                   PERFORM LIBERA-BLOQUEO
               WHEN '4'
                   PERFORM CONSULTA-LIMITES
               WHEN '5'
                   MOVE 'S' TO fin-mant
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente de nuevo."
           END-EVALUATE.

      * Solo se capturan limites y bloqueos de cuentas que existen en
      * el maestro; una cuenta desconocida regresa al menu.
       SOLICITA-CUENTA.
           MOVE SPACES TO entrada-cuenta
           DISPLAY "Numero de cuenta (vacio para regresar):"
           ACCEPT entrada-cuenta
           IF entrada-cuenta NOT = SPACES
               MOVE entrada-cuenta TO CUENTA-ID
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       DISPLAY "La cuenta "
                           FUNCTION TRIM(entrada-cuenta)
                           " no existe en el maestro."
                       MOVE SPACES TO entrada-cuenta
               END-READ
           END-IF.

       SOLICITA-MONTO.
           MOVE ZERO TO monto-capturado
           DISPLAY "Monto (11 digitos, 9 enteros y 2 decimales):"
           ACCEPT entrada-texto
           IF entrada-texto(1:11) IS NUMERIC
               MOVE entrada-texto(1:11) TO monto-capturado-g
           ELSE
               DISPLAY "Monto invalido, capture 11 digitos."
               MOVE SPACES TO entrada-cuenta
           END-IF.

       FIJA-LIMITE.
           PERFORM SOLICITA-CUENTA
           IF entrada-cuenta NOT = SPACES
               MOVE entrada-cuenta TO LIMITE-CUENTA
               READ ARCHIVO-LIMITES
                   INVALID KEY
                       MOVE 'N' TO limite-existe
                       MOVE ZERO TO LIMITE-SOBREGIRO
                   NOT INVALID KEY
                       MOVE 'S' TO limite-existe
               END-READ
               MOVE LIMITE-SOBREGIRO TO monto-f
               DISPLAY "Limite de sobregiro actual: " monto-f
               DISPLAY "Nuevo limite de sobregiro (cero = sin "
                   "sobregiro)."
               PERFORM SOLICITA-MONTO
           END-IF
           IF entrada-cuenta NOT = SPACES
               MOVE entrada-cuenta TO LIMITE-CUENTA
               MOVE monto-capturado TO LIMITE-SOBREGIRO
               MOVE operador-sesion TO LIMITE-OPERADOR
               MOVE fecha-negocio TO LIMITE-FECHA
               IF limite-existe = 'S'
                   REWRITE REGISTRO-LIMITE
               ELSE
                   WRITE REGISTRO-LIMITE
               END-IF
               IF estado-archivo-limites = "00"
                   DISPLAY "Limite de la cuenta "
                       FUNCTION TRIM(entrada-cuenta) " actualizado."
               ELSE
                   DISPLAY "No se pudo guardar el limite, FILE "
                       "STATUS: " estado-archivo-limites
               END-IF
           END-IF.

      * El bloqueo nuevo toma el siguiente numero libre de la cuenta;
      * la vigencia se captura en AAAAMMDD y el "hasta" en blanco deja
      * el bloqueo vigente hasta que alguien lo libere.
       ALTA-BLOQUEO.
           PERFORM SOLICITA-CUENTA
           IF entrada-cuenta NOT = SPACES
               PERFORM BUSCA-ULTIMO-BLOQUEO
               IF ultimo-numero >= 999
                   DISPLAY "La cuenta ya no admite mas bloqueos."
                   MOVE SPACES TO entrada-cuenta
               END-IF
           END-IF
           IF entrada-cuenta NOT = SPACES
               PERFORM SOLICITA-MONTO
           END-IF
           IF entrada-cuenta NOT = SPACES
               AND monto-capturado = ZERO
               DISPLAY "Un bloqueo de cero no bloquea nada."
               MOVE SPACES TO entrada-cuenta
           END-IF
           IF entrada-cuenta NOT = SPACES
               MOVE entrada-cuenta TO BLOQUEO-CUENTA
               COMPUTE BLOQUEO-NUMERO = ultimo-numero + 1
               MOVE monto-capturado TO BLOQUEO-MONTO
               MOVE fecha-negocio TO BLOQUEO-DESDE
               MOVE SPACES TO BLOQUEO-HASTA
               DISPLAY "Vigente desde (AAAAMMDD, vacio = hoy "
                   fecha-negocio "):"
               MOVE SPACES TO entrada-texto
               ACCEPT entrada-texto
               IF entrada-texto(1:8) IS NUMERIC
                   MOVE entrada-texto(1:8) TO BLOQUEO-DESDE
               END-IF
               DISPLAY "Vigente hasta (AAAAMMDD, vacio = hasta "
                   "liberarlo):"
               MOVE SPACES TO entrada-texto
               ACCEPT entrada-texto
               IF entrada-texto(1:8) IS NUMERIC
                   MOVE entrada-texto(1:8) TO BLOQUEO-HASTA
               END-IF
               DISPLAY "Motivo (por ejemplo EMBARGO JUDICIAL):"
               MOVE SPACES TO entrada-texto
               ACCEPT entrada-texto
               MOVE entrada-texto TO BLOQUEO-MOTIVO
               MOVE 'V' TO BLOQUEO-ESTADO
               MOVE operador-sesion TO BLOQUEO-OPERADOR
               WRITE REGISTRO-BLOQUEO
                   INVALID KEY
                       DISPLAY "No se pudo dar de alta el bloqueo, "
                           "FILE STATUS: " estado-archivo-bloqueos
                   NOT INVALID KEY
                       MOVE BLOQUEO-NUMERO TO numero-f
                       DISPLAY "Bloqueo " numero-f " de la cuenta "
                           FUNCTION TRIM(entrada-cuenta)
                           " dado de alta."
               END-WRITE
           END-IF.

       LIBERA-BLOQUEO.
           PERFORM SOLICITA-CUENTA
           IF entrada-cuenta NOT = SPACES
               PERFORM LISTA-BLOQUEOS
               DISPLAY "Numero de bloqueo a liberar (3 digitos, "
                   "vacio para regresar):"
               MOVE SPACES TO entrada-texto
               ACCEPT entrada-texto
               IF entrada-texto(1:3) IS NUMERIC
                   MOVE entrada-texto(1:3) TO numero-capturado
                   MOVE entrada-cuenta TO BLOQUEO-CUENTA
                   MOVE numero-capturado TO BLOQUEO-NUMERO
                   READ ARCHIVO-BLOQUEOS
                       INVALID KEY
                           DISPLAY "La cuenta no tiene ese bloqueo."
                       NOT INVALID KEY
                           PERFORM MARCA-LIBERADO
                   END-READ
               END-IF
           END-IF.

       MARCA-LIBERADO.
           IF BLOQUEO-ESTADO = 'L'
               DISPLAY "Ese bloqueo ya estaba liberado."
           ELSE
               MOVE 'L' TO BLOQUEO-ESTADO
               MOVE operador-sesion TO BLOQUEO-OPERADOR
               IF BLOQUEO-HASTA = SPACES
                   OR BLOQUEO-HASTA > fecha-negocio
                   MOVE fecha-negocio TO BLOQUEO-HASTA
               END-IF
               REWRITE REGISTRO-BLOQUEO
               IF estado-archivo-bloqueos = "00"
                   DISPLAY "Bloqueo liberado."
               ELSE
                   DISPLAY "No se pudo liberar el bloqueo, FILE "
                       "STATUS: " estado-archivo-bloqueos
               END-IF
           END-IF.

       CONSULTA-LIMITES.
           PERFORM SOLICITA-CUENTA
           IF entrada-cuenta NOT = SPACES
               MOVE entrada-cuenta TO LIMITE-CUENTA
               READ ARCHIVO-LIMITES
                   INVALID KEY
                       DISPLAY "CUENTA: " entrada-cuenta
                           " SIN LIMITE DE SOBREGIRO"
                   NOT INVALID KEY
                       MOVE LIMITE-SOBREGIRO TO monto-f
                       DISPLAY "CUENTA: " entrada-cuenta
                           " LIMITE DE SOBREGIRO: " monto-f
                           " (" LIMITE-OPERADOR " " LIMITE-FECHA ")"
               END-READ
               PERFORM LISTA-BLOQUEOS
           END-IF.

      * Recorre los bloqueos de la cuenta en orden de numero; de paso
      * suma lo que esta vigente a la fecha de negocio.
       LISTA-BLOQUEOS.
           MOVE ZERO TO bloqueos-listados
           MOVE ZERO TO total-bloqueado
           MOVE entrada-cuenta TO BLOQUEO-CUENTA
           MOVE ZERO TO BLOQUEO-NUMERO
           MOVE 'N' TO fin-bloqueos
           START ARCHIVO-BLOQUEOS KEY IS NOT LESS THAN BLOQUEO-LLAVE
               INVALID KEY MOVE 'Y' TO fin-bloqueos
           END-START
           PERFORM UNTIL fin-bloqueos = 'Y'
               READ ARCHIVO-BLOQUEOS NEXT
                   AT END MOVE 'Y' TO fin-bloqueos
                   NOT AT END
                       IF BLOQUEO-CUENTA NOT = entrada-cuenta
                           MOVE 'Y' TO fin-bloqueos
                       ELSE
                           PERFORM MUESTRA-BLOQUEO
                       END-IF
               END-READ
           END-PERFORM
           IF bloqueos-listados = ZERO
               DISPLAY "La cuenta no tiene bloqueos."
           ELSE
               MOVE total-bloqueado TO monto-f
               DISPLAY "TOTAL BLOQUEADO VIGENTE AL " fecha-negocio
                   ": " monto-f
           END-IF.

       MUESTRA-BLOQUEO.
           ADD 1 TO bloqueos-listados
           MOVE BLOQUEO-NUMERO TO numero-f
           MOVE BLOQUEO-MONTO TO monto-f
           DISPLAY numero-f " " monto-f " DESDE " BLOQUEO-DESDE
               " HASTA " BLOQUEO-HASTA " " BLOQUEO-ESTADO " "
               FUNCTION TRIM(BLOQUEO-MOTIVO)
           IF BLOQUEO-ESTADO = 'V'
               AND BLOQUEO-DESDE <= fecha-negocio
               AND (BLOQUEO-HASTA = SPACES
                   OR BLOQUEO-HASTA >= fecha-negocio)
               ADD BLOQUEO-MONTO TO total-bloqueado
           END-IF.

       BUSCA-ULTIMO-BLOQUEO.
           MOVE ZERO TO ultimo-numero
           MOVE entrada-cuenta TO BLOQUEO-CUENTA
           MOVE ZERO TO BLOQUEO-NUMERO
           MOVE 'N' TO fin-bloqueos
           START ARCHIVO-BLOQUEOS KEY IS NOT LESS THAN BLOQUEO-LLAVE
               INVALID KEY MOVE 'Y' TO fin-bloqueos
           END-START
           PERFORM UNTIL fin-bloqueos = 'Y'
               READ ARCHIVO-BLOQUEOS NEXT
                   AT END MOVE 'Y' TO fin-bloqueos
                   NOT AT END
                       IF BLOQUEO-CUENTA NOT = entrada-cuenta
                           MOVE 'Y' TO fin-bloqueos
                       ELSE
                           MOVE BLOQUEO-NUMERO TO ultimo-numero
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM MANTENIMIENTO-LIMITES.

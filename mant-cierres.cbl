      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Solicitud y aprobacion de cierres de cuenta
      *          (data/cierres-cuentas.dat), en el estilo de
      *          MANTENIMIENTO-PAGOS: un operador de nivel 2 o mas pide
      *          el cierre de una cuenta activa e indica la cuenta
      *          destino (activa y distinta) que recibe el saldo, y
      *          otro operador, de nivel 3 y distinto del que lo pidio,
      *          lo aprueba. Solo los aprobados los toma
      *          LIQUIDA-CIERRES en el flujo diario, que genera el
      *          traspaso del saldo, imprime el estado de cuenta final
      *          y la carta de cierre y solo entonces deja la cuenta
      *          cerrada ('C'). Una solicitud se cancela mientras no
      *          haya entrado a la tarde; una cancelada se puede volver
      *          a pedir sobre el mismo registro. La consulta muestra
      *          los cierres en curso con su saldo actual.
      * Tectonics: cobc -m mant-cierres.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CIERRES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CIERRES
           ASSIGN TO "data/cierres-cuentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIERRE-CUENTA
           FILE STATUS IS estado-archivo-cierres.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
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
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CIERRES.
           COPY "registro-cierre-cuenta.cpy".
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-SALDOS.
           COPY "registro-saldo.cpy".
       FD  ARCHIVO-SESION.
       01  registro-sesion         PICTURE X(08).
       FD  ARCHIVO-OPERADORES.
           COPY "registro-operador.cpy".
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       WORKING-STORAGE SECTION.
           01      estado-archivo-cierres    PICTURE X(02).
           01      estado-archivo-cuentas    PICTURE X(02).
           01      estado-archivo-saldos     PICTURE X(02).
           01      estado-archivo-sesion     PICTURE X(02).
           01      estado-archivo-operadores PICTURE X(02).
           01      estado-archivo-corrida    PICTURE X(02).
           01      seleccion-mant  PICTURE X(01).
           01      fin-mant        PICTURE X(01) VALUE 'N'.
           01      fin-operadores  PICTURE X(01) VALUE 'N'.
           01      fin-cierres     PICTURE X(01) VALUE 'N'.
           01      entrada-texto   PICTURE X(30).
           01      operador-sesion PICTURE X(08) VALUE SPACES.
           01      nivel-sesion    PICTURE 9(01) VALUE ZERO.
           01      operador-hallado PICTURE X(01) VALUE 'N'.
           01      fecha-negocio   PICTURE X(08).
           01      nombre-programa PICTURE X(30) VALUE
                       "MANTENIMIENTO-CIERRES".
           01      numero-pagina   PICTURE 9(03) VALUE 1.
           01      codigo-retorno  PICTURE 9(03) VALUE ZERO.
           01      cuenta-capturada PICTURE X(10).
           01      destino-capturado PICTURE X(10).
           01      cierre-hallado  PICTURE X(01) VALUE 'N'.
           01      cierre-anterior PICTURE X(01) VALUE 'N'.
           01      cuenta-valida   PICTURE X(01) VALUE 'N'.
           01      cuenta-consultada PICTURE X(10).
           01      estado-consultado PICTURE X(01).
           01      nombre-consultado PICTURE X(30).
           01      saldo-actual    PICTURE S9(9)V99 VALUE ZERO.
           01      cierres-listados PICTURE 9(05) VALUE ZERO.
           01      estado-texto    PICTURE X(10).
           01      saldo-f         PICTURE -(9)9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENCABEZADO" USING nombre-programa, numero-pagina, "E"
           PERFORM LEE-OPERADOR-SESION
           PERFORM VALIDA-NIVEL-SESION THRU VALIDA-NIVEL-SESION-FIN
           IF nivel-sesion < 2
               DISPLAY "EL CIERRE DE CUENTAS EXIGE UN OPERADOR "
                   "FIRMADO DE NIVEL 2 O MAS."
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           OPEN I-O ARCHIVO-CIERRES
           IF estado-archivo-cierres = "35"
               OPEN OUTPUT ARCHIVO-CIERRES
               CLOSE ARCHIVO-CIERRES
               OPEN I-O ARCHIVO-CIERRES
           END-IF
           IF estado-archivo-cierres NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-CIERRES, FILE STATUS: "
                   estado-archivo-cierres
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN INPUT ARCHIVO-CUENTAS
           IF estado-archivo-cuentas NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-CUENTAS, FILE STATUS: "
                   estado-archivo-cuentas
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-CIERRES
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE 'N' TO fin-mant
           PERFORM MUESTRA-MENU-CIERRES UNTIL fin-mant = 'S'
           CLOSE ARCHIVO-CUENTAS
           CLOSE ARCHIVO-CIERRES.
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

       MUESTRA-MENU-CIERRES.
           DISPLAY " "
           DISPLAY "==================================================="
           DISPLAY " CIERRE DE CUENTAS"
           DISPLAY "==================================================="
           DISPLAY " 1. SOLICITAR CIERRE DE CUENTA"
           DISPLAY " 2. APROBAR CIERRE (NIVEL 3)"
           DISPLAY " 3. CANCELAR SOLICITUD DE CIERRE"
           DISPLAY " 4. CONSULTA DE CIERRES EN CURSO"
           DISPLAY " 5. SALIR"
           DISPLAY "==================================================="
           DISPLAY "Seleccione una opcion: "
           ACCEPT seleccion-mant
           EVALUATE seleccion-mant
               WHEN '1'
                   PERFORM SOLICITA-CIERRE THRU SOLICITA-CIERRE-FIN
               WHEN '2'
                   PERFORM APRUEBA-CIERRE
               WHEN '3'
                   PERFORM CANCELA-CIERRE
               WHEN '4'
                   PERFORM CONSULTA-CIERRES
               WHEN '5'
                   MOVE 'S' TO fin-mant
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente de nuevo."
           END-EVALUATE.

      * Busca la cuenta en el maestro y deja su estado y nombre a la
      * vista; cuenta-valida dice si existe.
       CONSULTA-CUENTA.
           MOVE 'N' TO cuenta-valida
           MOVE SPACES TO estado-consultado
           MOVE SPACES TO nombre-consultado
           MOVE cuenta-consultada TO CUENTA-ID
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   DISPLAY "La cuenta "
                       FUNCTION TRIM(cuenta-consultada)
                       " no existe en el maestro."
               NOT INVALID KEY
                   MOVE 'S' TO cuenta-valida
                   MOVE CUENTA-ESTADO TO estado-consultado
                   MOVE CUENTA-NOMBRE TO nombre-consultado
           END-READ.

      * El saldo se lee al momento de cada consulta: la tarde sigue
      * moviendo la cuenta mientras el cierre no se liquida. Sin
      * registro en el maestro de saldos la cuenta esta en cero.
       LEE-SALDO-ACTUAL.
           MOVE ZERO TO saldo-actual
           OPEN INPUT ARCHIVO-SALDOS
           IF estado-archivo-saldos = "00"
               MOVE cuenta-consultada TO SALDO-CUENTA
               READ ARCHIVO-SALDOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SALDO-MONTO TO saldo-actual
               END-READ
               CLOSE ARCHIVO-SALDOS
           END-IF.

      * El cierre a tocar se pide por cuenta; uno cerrado o cancelado
      * se muestra pero ya no se toca.
       SOLICITA-CIERRE-EXISTENTE.
           MOVE 'N' TO cierre-hallado
           MOVE SPACES TO cuenta-capturada
           DISPLAY "Cuenta en cierre (vacio para regresar):"
           ACCEPT cuenta-capturada
           IF cuenta-capturada NOT = SPACES
               MOVE cuenta-capturada TO CIERRE-CUENTA
               READ ARCHIVO-CIERRES
                   INVALID KEY
                       DISPLAY "La cuenta "
                           FUNCTION TRIM(cuenta-capturada)
                           " no tiene solicitud de cierre."
                   NOT INVALID KEY
                       MOVE 'S' TO cierre-hallado
                       PERFORM MUESTRA-CIERRE
               END-READ
           END-IF
           IF cierre-hallado = 'S'
               AND (CIERRE-ESTADO = 'C' OR CIERRE-ESTADO = 'X')
               DISPLAY "Un cierre terminado o cancelado ya no se "
                   "modifica."
               MOVE 'N' TO cierre-hallado
           END-IF.

      * Solo una cuenta activa se cierra (una dormida se reactiva
      * primero, para que el traspaso del saldo pase); el destino
      * tiene que existir activo y ser otra cuenta.
       SOLICITA-CIERRE.
           MOVE SPACES TO cuenta-capturada
           DISPLAY "Cuenta a cerrar (vacio para regresar):"
           ACCEPT cuenta-capturada
           IF cuenta-capturada = SPACES
               GO TO SOLICITA-CIERRE-FIN
           END-IF
           MOVE cuenta-capturada TO cuenta-consultada
           PERFORM CONSULTA-CUENTA
           IF cuenta-valida = 'N'
               GO TO SOLICITA-CIERRE-FIN
           END-IF
           IF estado-consultado = 'C'
               DISPLAY "La cuenta " FUNCTION TRIM(cuenta-capturada)
                   " ya esta cerrada."
               GO TO SOLICITA-CIERRE-FIN
           END-IF
           IF estado-consultado NOT = 'A'
               DISPLAY "Solo se cierra una cuenta activa (estado "
                   estado-consultado "); reactivela primero."
               GO TO SOLICITA-CIERRE-FIN
           END-IF
           MOVE 'N' TO cierre-anterior
           MOVE cuenta-capturada TO CIERRE-CUENTA
           READ ARCHIVO-CIERRES
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO cierre-anterior
           END-READ
           IF cierre-anterior = 'S' AND CIERRE-ESTADO NOT = 'X'
               DISPLAY "La cuenta ya tiene un cierre en curso."
               PERFORM MUESTRA-CIERRE
               GO TO SOLICITA-CIERRE-FIN
           END-IF
           DISPLAY "Titular: " FUNCTION TRIM(nombre-consultado)
           PERFORM LEE-SALDO-ACTUAL
           MOVE saldo-actual TO saldo-f
           DISPLAY "Saldo actual: " FUNCTION TRIM(saldo-f)
           MOVE SPACES TO destino-capturado
           DISPLAY "Cuenta destino del saldo:"
           ACCEPT destino-capturado
           IF destino-capturado = SPACES
               OR destino-capturado = cuenta-capturada
               DISPLAY "El saldo tiene que ir a otra cuenta."
               GO TO SOLICITA-CIERRE-FIN
           END-IF
           MOVE destino-capturado TO cuenta-consultada
           PERFORM CONSULTA-CUENTA
           IF cuenta-valida = 'N'
               GO TO SOLICITA-CIERRE-FIN
           END-IF
           IF estado-consultado NOT = 'A'
               DISPLAY "La cuenta destino no esta activa (estado "
                   estado-consultado ")."
               GO TO SOLICITA-CIERRE-FIN
           END-IF
           MOVE SPACES TO REGISTRO-CIERRE-CUENTA
           MOVE cuenta-capturada TO CIERRE-CUENTA
           MOVE destino-capturado TO CIERRE-DESTINO
           MOVE saldo-actual TO CIERRE-SALDO-SOLICITUD
           MOVE ZERO TO CIERRE-MONTO
           DISPLAY "Motivo del cierre:"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           MOVE entrada-texto TO CIERRE-MOTIVO
           MOVE 'S' TO CIERRE-ESTADO
           MOVE operador-sesion TO CIERRE-SOLICITO
           MOVE fecha-negocio TO CIERRE-FECHA-SOLICITUD
           IF cierre-anterior = 'S'
               REWRITE REGISTRO-CIERRE-CUENTA
           ELSE
               WRITE REGISTRO-CIERRE-CUENTA
           END-IF
           IF estado-archivo-cierres = "00"
               DISPLAY "Cierre de " FUNCTION TRIM(cuenta-capturada)
                   " solicitado; falta su aprobacion."
           ELSE
               DISPLAY "No se pudo guardar la solicitud, FILE STATUS: "
                   estado-archivo-cierres
           END-IF.
       SOLICITA-CIERRE-FIN.
           EXIT.

      * La aprobacion es de nivel 3 y de un operador distinto del
      * que pidio el cierre.
       APRUEBA-CIERRE.
           IF nivel-sesion < 3
               DISPLAY "La aprobacion de cierres exige nivel 3."
           ELSE
               PERFORM SOLICITA-CIERRE-EXISTENTE
               IF cierre-hallado = 'S'
                   EVALUATE TRUE
                       WHEN CIERRE-ESTADO NOT = 'S'
                           DISPLAY "Ese cierre ya esta aprobado."
                       WHEN CIERRE-SOLICITO = operador-sesion
                           DISPLAY "Quien pide un cierre no lo "
                               "aprueba."
                       WHEN OTHER
                           MOVE 'A' TO CIERRE-ESTADO
                           MOVE operador-sesion TO CIERRE-APROBO
                           PERFORM GUARDA-CIERRE
                   END-EVALUATE
               END-IF
           END-IF.

      * Con el traspaso del saldo ya en una tarde ('G') o liquidado
      * ('L') el cierre sigue su curso y no se cancela.
       CANCELA-CIERRE.
           PERFORM SOLICITA-CIERRE-EXISTENTE
           IF cierre-hallado = 'S'
               IF CIERRE-ESTADO = 'S' OR CIERRE-ESTADO = 'A'
                   MOVE 'X' TO CIERRE-ESTADO
                   PERFORM GUARDA-CIERRE
               ELSE
                   DISPLAY "El saldo ya se esta liquidando; el cierre "
                       "no se cancela."
               END-IF
           END-IF.

       GUARDA-CIERRE.
           REWRITE REGISTRO-CIERRE-CUENTA
           IF estado-archivo-cierres = "00"
               DISPLAY "Cierre actualizado."
               PERFORM MUESTRA-CIERRE
           ELSE
               DISPLAY "No se pudo guardar el cierre, FILE STATUS: "
                   estado-archivo-cierres
           END-IF.

      * Lista los que aun no terminan, con el saldo de hoy.
       CONSULTA-CIERRES.
           MOVE ZERO TO cierres-listados
           MOVE LOW-VALUES TO CIERRE-CUENTA
           MOVE 'N' TO fin-cierres
           START ARCHIVO-CIERRES KEY IS NOT LESS THAN CIERRE-CUENTA
               INVALID KEY MOVE 'Y' TO fin-cierres
           END-START
           PERFORM UNTIL fin-cierres = 'Y'
               READ ARCHIVO-CIERRES NEXT
                   AT END MOVE 'Y' TO fin-cierres
                   NOT AT END
                       IF CIERRE-ESTADO NOT = 'C'
                           AND CIERRE-ESTADO NOT = 'X'
                           ADD 1 TO cierres-listados
                           PERFORM MUESTRA-CIERRE
                       END-IF
               END-READ
           END-PERFORM
           IF cierres-listados = ZERO
               DISPLAY "No hay cierres en curso."
           END-IF.

       MUESTRA-CIERRE.
           EVALUATE CIERRE-ESTADO
               WHEN 'S'
                   MOVE "SOLICITADO" TO estado-texto
               WHEN 'A'
                   MOVE "APROBADO" TO estado-texto
               WHEN 'G'
                   MOVE "EN TARDE" TO estado-texto
               WHEN 'L'
                   MOVE "LIQUIDADO" TO estado-texto
               WHEN 'C'
                   MOVE "CERRADO" TO estado-texto
               WHEN OTHER
                   MOVE "CANCELADO" TO estado-texto
           END-EVALUATE
           MOVE CIERRE-CUENTA TO cuenta-consultada
           PERFORM LEE-SALDO-ACTUAL
           MOVE saldo-actual TO saldo-f
           DISPLAY CIERRE-CUENTA " A " CIERRE-DESTINO " "
               estado-texto " SALDO " saldo-f " PIDIO "
               CIERRE-SOLICITO " " CIERRE-FECHA-SOLICITUD
               " APROBO " CIERRE-APROBO
           IF CIERRE-NOTA NOT = SPACES
               DISPLAY "       " FUNCTION TRIM(CIERRE-NOTA)
           END-IF.

       END PROGRAM MANTENIMIENTO-CIERRES.

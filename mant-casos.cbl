      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Dictamen de los casos del monitoreo de efectivo
      *          (data/casos-monitoreo.dat, los que abre
      *          MONITOREA-EFECTIVO), en el estilo de MANT-RETENIDAS:
      *          exige un operador firmado de nivel 2 o mas, lista los
      *          casos pendientes y deja descartar ('D', la actividad
      *          tiene explicacion) o escalar ('E', va a cumplimiento
      *          para el reporte a la autoridad), con una nota; el
      *          caso queda con la clave del operador y la fecha de
      *          negocio del dictamen, y ya no se vuelve a tocar. Lo
      *          no dictaminado sigue pendiente.
      * Tectonics: cobc -m mant-casos.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CASOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CASOS
           ASSIGN TO "data/casos-monitoreo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASO-NUMERO
           FILE STATUS IS estado-archivo-casos.
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
       FD  ARCHIVO-CASOS.
           COPY "registro-caso-monitoreo.cpy".
       FD  ARCHIVO-SESION.
       01  registro-sesion         PICTURE X(08).
       FD  ARCHIVO-OPERADORES.
           COPY "registro-operador.cpy".
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       WORKING-STORAGE SECTION.
           01      estado-archivo-casos      PICTURE X(02).
           01      estado-archivo-sesion     PICTURE X(02).
           01      estado-archivo-operadores PICTURE X(02).
           01      estado-archivo-corrida    PICTURE X(02).
           01      seleccion-mant  PICTURE X(01).
           01      fin-mant        PICTURE X(01) VALUE 'N'.
           01      fin-operadores  PICTURE X(01) VALUE 'N'.
           01      fin-casos       PICTURE X(01) VALUE 'N'.
           01      entrada-texto   PICTURE X(30).
           01      entrada-cuenta  PICTURE X(10).
           01      operador-sesion PICTURE X(08) VALUE SPACES.
           01      nivel-sesion    PICTURE 9(01) VALUE ZERO.
           01      operador-hallado PICTURE X(01) VALUE 'N'.
           01      fecha-negocio   PICTURE X(08).
           01      caso-hallado    PICTURE X(01) VALUE 'N'.
           01      numero-capturado PICTURE 9(06) VALUE ZERO.
           01      casos-listados  PICTURE 9(05) VALUE ZERO.
           01      tipo-texto      PICTURE X(24).
           01      estado-texto    PICTURE X(11).
           01      numero-f        PICTURE Z(5)9.
           01      monto-f         PICTURE Z(12)9,99.
           01      referencia-f    PICTURE Z(12)9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEE-OPERADOR-SESION
           PERFORM VALIDA-NIVEL-SESION THRU VALIDA-NIVEL-SESION-FIN
           IF nivel-sesion < 2
               DISPLAY "EL DICTAMEN DE CASOS DE MONITOREO EXIGE UN "
                   "OPERADOR FIRMADO DE NIVEL 2 O MAS."
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           OPEN I-O ARCHIVO-CASOS
           IF estado-archivo-casos = "35"
               DISPLAY "No hay casos de monitoreo."
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           IF estado-archivo-casos NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-CASOS, FILE STATUS: "
                   estado-archivo-casos
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE 'N' TO fin-mant
           PERFORM MUESTRA-MENU-CASOS UNTIL fin-mant = 'S'
           CLOSE ARCHIVO-CASOS.
       MAIN-PROCEDURE-EXIT.
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
      * no hay, se usa la del sistema. Es la fecha del dictamen.
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

       MUESTRA-MENU-CASOS.
           DISPLAY " "
           DISPLAY "==================================================="
           DISPLAY " CASOS DEL MONITOREO DE EFECTIVO"
           DISPLAY "==================================================="
           DISPLAY " 1. LISTA DE CASOS PENDIENTES"
           DISPLAY " 2. DICTAMINAR CASO (DESCARTAR / ESCALAR)"
           DISPLAY " 3. CONSULTA DE CASOS DE UNA CUENTA"
           DISPLAY " 4. SALIR"
           DISPLAY "==================================================="
           DISPLAY "Seleccione una opcion: "
           ACCEPT seleccion-mant
           EVALUATE seleccion-mant
               WHEN '1'
                   MOVE SPACES TO entrada-cuenta
                   PERFORM LISTA-CASOS
               WHEN '2'
                   PERFORM DICTAMINA-CASO
               WHEN '3'
                   DISPLAY "Numero de cuenta:"
                   MOVE SPACES TO entrada-cuenta
                   ACCEPT entrada-cuenta
                   IF entrada-cuenta NOT = SPACES
                       PERFORM LISTA-CASOS
                   END-IF
               WHEN '4'
                   MOVE 'S' TO fin-mant
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente de nuevo."
           END-EVALUATE.

      * Sin cuenta se listan los pendientes de todas; con cuenta,
      * todos los casos de esa cuenta, dictaminados o no.
       LISTA-CASOS.
           MOVE ZERO TO casos-listados
           MOVE ZERO TO CASO-NUMERO
           MOVE 'N' TO fin-casos
           START ARCHIVO-CASOS KEY IS NOT LESS THAN CASO-NUMERO
               INVALID KEY MOVE 'Y' TO fin-casos
           END-START
           PERFORM UNTIL fin-casos = 'Y'
               READ ARCHIVO-CASOS NEXT
                   AT END MOVE 'Y' TO fin-casos
                   NOT AT END PERFORM FILTRA-CASO
               END-READ
           END-PERFORM
           IF casos-listados = ZERO
               DISPLAY "No hay casos que mostrar."
           END-IF.

       FILTRA-CASO.
           IF entrada-cuenta = SPACES
               IF CASO-ESTADO = 'P'
                   ADD 1 TO casos-listados
                   PERFORM MUESTRA-CASO
               END-IF
           ELSE
               IF CASO-CUENTA = entrada-cuenta
                   ADD 1 TO casos-listados
                   PERFORM MUESTRA-CASO
               END-IF
           END-IF.

       DICTAMINA-CASO.
           MOVE 'N' TO caso-hallado
           DISPLAY "Numero de caso (6 digitos, vacio para regresar):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           IF entrada-texto(1:6) IS NUMERIC
               MOVE entrada-texto(1:6) TO numero-capturado
               MOVE numero-capturado TO CASO-NUMERO
               READ ARCHIVO-CASOS
                   INVALID KEY
                       DISPLAY "No existe el caso " numero-capturado
                   NOT INVALID KEY
                       MOVE 'S' TO caso-hallado
                       PERFORM MUESTRA-CASO
               END-READ
           END-IF
           IF caso-hallado = 'S'
               AND CASO-ESTADO NOT = 'P'
               DISPLAY "Ese caso ya esta dictaminado."
               MOVE 'N' TO caso-hallado
           END-IF
           IF caso-hallado = 'S'
               DISPLAY "Descartar (D), escalar (E) u otra tecla para "
                   "dejarlo pendiente:"
               MOVE SPACES TO entrada-texto
               ACCEPT entrada-texto
               IF entrada-texto(1:1) = 'D'
                   OR entrada-texto(1:1) = 'E'
                   MOVE entrada-texto(1:1) TO CASO-ESTADO
                   DISPLAY "Nota del dictamen:"
                   MOVE SPACES TO entrada-texto
                   ACCEPT entrada-texto
                   MOVE entrada-texto TO CASO-NOTA
                   MOVE operador-sesion TO CASO-OPERADOR
                   MOVE fecha-negocio TO CASO-FECHA-DICTAMEN
                   REWRITE REGISTRO-CASO-MONITOREO
                   IF estado-archivo-casos = "00"
                       DISPLAY "Caso dictaminado."
                       PERFORM MUESTRA-CASO
                   ELSE
                       DISPLAY "No se pudo guardar el dictamen, FILE "
                           "STATUS: " estado-archivo-casos
                   END-IF
               END-IF
           END-IF.

       MUESTRA-CASO.
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
           EVALUATE CASO-ESTADO
               WHEN 'D'
                   MOVE "DESCARTADO" TO estado-texto
               WHEN 'E'
                   MOVE "ESCALADO" TO estado-texto
               WHEN OTHER
                   MOVE "PENDIENTE" TO estado-texto
           END-EVALUATE
           MOVE CASO-NUMERO TO numero-f
           MOVE CASO-MONTO TO monto-f
           MOVE CASO-REFERENCIA TO referencia-f
           DISPLAY numero-f " " CASO-FECHA " " CASO-CUENTA " "
               CASO-SUCURSAL " " tipo-texto " " monto-f " REF "
               referencia-f " " estado-texto
           IF CASO-ESTADO NOT = 'P'
               DISPLAY "       DICTAMEN " CASO-FECHA-DICTAMEN " POR "
                   CASO-OPERADOR ": " FUNCTION TRIM(CASO-NOTA)
           END-IF.

       END PROGRAM MANTENIMIENTO-CASOS.

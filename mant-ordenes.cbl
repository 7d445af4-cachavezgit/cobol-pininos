      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Mantenimiento de ordenes permanentes, en el estilo de
      *          MANTENIMIENTO-LIMITES: las rentas, depositos de
      *          nomina y demas movimientos que se repiten se capturan
      *          una sola vez en data/ordenes-permanentes.dat (cuenta,
      *          monto, cargo o abono, moneda, frecuencia semanal,
      *          catorcenal o mensual el dia N, vigencia desde/hasta y
      *          concepto) y GENERA-ORDENES los escribe cada dia habil
      *          como entrada diaria. Una orden nunca se borra: se
      *          suspende, se reactiva o se cancela, y guarda la clave
      *          de quien la toco por ultima vez. Exige un operador
      *          firmado de nivel 3.
      * Tectonics: cobc -m mant-ordenes.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-ORDENES.
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
           SELECT ARCHIVO-ORDENES
           ASSIGN TO "data/ordenes-permanentes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDEN-NUMERO
           FILE STATUS IS estado-archivo-ordenes.
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
       FD  ARCHIVO-ORDENES.
           COPY "registro-orden-permanente.cpy".
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
           01      estado-archivo-ordenes    PICTURE X(02).
           01      estado-archivo-sesion     PICTURE X(02).
           01      estado-archivo-operadores PICTURE X(02).
           01      estado-archivo-corrida    PICTURE X(02).
           01      seleccion-mant  PICTURE X(01).
           01      fin-mant        PICTURE X(01) VALUE 'N'.
           01      fin-operadores  PICTURE X(01) VALUE 'N'.
           01      fin-ordenes     PICTURE X(01) VALUE 'N'.
           01      entrada-cuenta  PICTURE X(10).
           01      entrada-texto   PICTURE X(30).
           01      operador-sesion PICTURE X(08) VALUE SPACES.
           01      nivel-sesion    PICTURE 9(01) VALUE ZERO.
           01      operador-hallado PICTURE X(01) VALUE 'N'.
           01      fecha-negocio   PICTURE X(08).
           01      nombre-programa PICTURE X(30) VALUE
                       "MANTENIMIENTO-ORDENES".
           01      numero-pagina   PICTURE 9(03) VALUE 1.
           01      codigo-retorno  PICTURE 9(03) VALUE ZERO.
      * El monto se captura como en MANT-UMBRALES, digitos fijos (7
      * enteros y 2 decimales, sin punto ni coma), y aparte si es
      * cargo o abono.
           01      monto-capturado-g.
               05      monto-capturado PICTURE 9(7)V99.
           01      captura-valida  PICTURE X(01) VALUE 'N'.
           01      orden-hallada   PICTURE X(01) VALUE 'N'.
           01      ultimo-numero   PICTURE 9(06) VALUE ZERO.
           01      numero-capturado PICTURE 9(06) VALUE ZERO.
           01      ordenes-listadas PICTURE 9(05) VALUE ZERO.
           01      monto-f         PICTURE -(7)9,99.
           01      numero-f        PICTURE Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENCABEZADO" USING nombre-programa, numero-pagina, "E"
           PERFORM LEE-OPERADOR-SESION
           PERFORM VALIDA-NIVEL-SESION THRU VALIDA-NIVEL-SESION-FIN
           IF nivel-sesion < 3
               DISPLAY "EL MANTENIMIENTO DE ORDENES PERMANENTES EXIGE "
                   "UN OPERADOR FIRMADO DE NIVEL 3."
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           OPEN INPUT ARCHIVO-CUENTAS
           IF estado-archivo-cuentas NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-CUENTAS, FILE STATUS: "
                   estado-archivo-cuentas
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN I-O ARCHIVO-ORDENES
           IF estado-archivo-ordenes = "35"
               OPEN OUTPUT ARCHIVO-ORDENES
               CLOSE ARCHIVO-ORDENES
               OPEN I-O ARCHIVO-ORDENES
           END-IF
           IF estado-archivo-ordenes NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-ORDENES, FILE STATUS: "
                   estado-archivo-ordenes
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-CUENTAS
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE 'N' TO fin-mant
           PERFORM MUESTRA-MENU-ORDENES UNTIL fin-mant = 'S'
           CLOSE ARCHIVO-CUENTAS
           CLOSE ARCHIVO-ORDENES.
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

       MUESTRA-MENU-ORDENES.
           DISPLAY " "
           DISPLAY "==================================================="
           DISPLAY " ORDENES PERMANENTES"
           DISPLAY "==================================================="
           DISPLAY " 1. ALTA DE ORDEN"
           DISPLAY " 2. CAMBIO DE MONTO O FECHA FIN"
           DISPLAY " 3. SUSPENDER / REACTIVAR ORDEN"
           DISPLAY " 4. CANCELAR ORDEN"
           DISPLAY " 5. CONSULTA DE ORDENES DE UNA CUENTA"
           DISPLAY " 6. SALIR"
           DISPLAY "==================================================="
           DISPLAY "Seleccione una opcion: "
           ACCEPT seleccion-mant
           EVALUATE seleccion-mant
               WHEN '1'
                   PERFORM ALTA-ORDEN THRU ALTA-ORDEN-FIN
               WHEN '2'
                   PERFORM CAMBIA-ORDEN
               WHEN '3'
                   PERFORM SUSPENDE-ORDEN
               WHEN '4'
                   PERFORM CANCELA-ORDEN
               WHEN '5'
                   PERFORM CONSULTA-ORDENES
               WHEN '6'
                   MOVE 'S' TO fin-mant
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente de nuevo."
           END-EVALUATE.

      * Solo se capturan ordenes de cuentas activas del maestro; una
      * cuenta desconocida o no activa regresa al menu.
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
           MOVE 'N' TO captura-valida
           MOVE ZERO TO monto-capturado
           DISPLAY "Monto (9 digitos, 7 enteros y 2 decimales):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           IF entrada-texto(1:9) IS NUMERIC
               MOVE entrada-texto(1:9) TO monto-capturado-g
               IF monto-capturado > ZERO
                   MOVE 'S' TO captura-valida
               ELSE
                   DISPLAY "Una orden de cero no mueve nada."
               END-IF
           ELSE
               DISPLAY "Monto invalido, capture 9 digitos."
           END-IF.

      * La orden a tocar se pide por numero y se lee del maestro.
       SOLICITA-ORDEN.
           MOVE 'N' TO orden-hallada
           DISPLAY "Numero de orden (6 digitos, vacio para regresar):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           IF entrada-texto(1:6) IS NUMERIC
               MOVE entrada-texto(1:6) TO numero-capturado
               MOVE numero-capturado TO ORDEN-NUMERO
               READ ARCHIVO-ORDENES
                   INVALID KEY
                       DISPLAY "No existe la orden " numero-capturado
                   NOT INVALID KEY
                       MOVE 'S' TO orden-hallada
                       PERFORM MUESTRA-ORDEN
               END-READ
           END-IF.

      * La orden nueva toma el siguiente numero libre; el inicio en
      * blanco es la fecha de negocio y el fin en blanco deja la
      * orden sin vencimiento.
       ALTA-ORDEN.
           PERFORM SOLICITA-CUENTA
           IF entrada-cuenta = SPACES
               GO TO ALTA-ORDEN-FIN
           END-IF
           IF CUENTA-ESTADO NOT = 'A'
               DISPLAY "La cuenta no esta activa ('" CUENTA-ESTADO
                   "'), no admite ordenes permanentes."
               GO TO ALTA-ORDEN-FIN
           END-IF
           PERFORM BUSCA-ULTIMA-ORDEN
           IF ultimo-numero >= 999999
               DISPLAY "El maestro de ordenes ya no admite mas."
               GO TO ALTA-ORDEN-FIN
           END-IF
           PERFORM SOLICITA-MONTO
           IF captura-valida = 'N'
               GO TO ALTA-ORDEN-FIN
           END-IF
           MOVE entrada-cuenta TO ORDEN-CUENTA
           MOVE monto-capturado TO ORDEN-MONTO
           DISPLAY "Cargo o abono a la cuenta (C/A):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           EVALUATE entrada-texto(1:1)
               WHEN 'C'
                   COMPUTE ORDEN-MONTO = monto-capturado * -1
               WHEN 'A'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Capture C (cargo) o A (abono)."
                   GO TO ALTA-ORDEN-FIN
           END-EVALUATE
           DISPLAY "Moneda (vacio = MXP):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           MOVE entrada-texto(1:3) TO ORDEN-MONEDA
           IF ORDEN-MONEDA = SPACES
               MOVE "MXP" TO ORDEN-MONEDA
           END-IF
           DISPLAY "Frecuencia (S semanal, Q catorcenal, M mensual):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           MOVE entrada-texto(1:1) TO ORDEN-FRECUENCIA
           MOVE ZERO TO ORDEN-DIA
           EVALUATE ORDEN-FRECUENCIA
               WHEN 'S'
               WHEN 'Q'
                   CONTINUE
               WHEN 'M'
                   DISPLAY "Dia del mes (01 a 31):"
                   MOVE SPACES TO entrada-texto
                   ACCEPT entrada-texto
                   IF entrada-texto(1:2) IS NUMERIC
                       AND entrada-texto(1:2) >= "01"
                       AND entrada-texto(1:2) <= "31"
                       MOVE entrada-texto(1:2) TO ORDEN-DIA
                   ELSE
                       DISPLAY "Dia invalido."
                       GO TO ALTA-ORDEN-FIN
                   END-IF
               WHEN OTHER
                   DISPLAY "Frecuencia invalida."
                   GO TO ALTA-ORDEN-FIN
           END-EVALUATE
           MOVE fecha-negocio TO ORDEN-INICIO
           DISPLAY "Vigente desde (AAAAMMDD, vacio = hoy "
               fecha-negocio "):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           IF entrada-texto(1:8) IS NUMERIC
               MOVE entrada-texto(1:8) TO ORDEN-INICIO
           END-IF
           MOVE SPACES TO ORDEN-FIN
           DISPLAY "Vigente hasta (AAAAMMDD, vacio = sin fin):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           IF entrada-texto(1:8) IS NUMERIC
               MOVE entrada-texto(1:8) TO ORDEN-FIN
           END-IF
           IF ORDEN-FIN NOT = SPACES
               AND ORDEN-FIN < ORDEN-INICIO
               DISPLAY "La fecha fin no puede ser anterior al inicio."
               GO TO ALTA-ORDEN-FIN
           END-IF
           DISPLAY "Concepto (por ejemplo RENTA LOCAL CENTRO):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           MOVE entrada-texto TO ORDEN-CONCEPTO
           COMPUTE ORDEN-NUMERO = ultimo-numero + 1
           MOVE 'A' TO ORDEN-ESTADO
           MOVE SPACES TO ORDEN-ULTIMA
           MOVE operador-sesion TO ORDEN-OPERADOR
           WRITE REGISTRO-ORDEN-PERMANENTE
               INVALID KEY
                   DISPLAY "No se pudo dar de alta la orden, FILE "
                       "STATUS: " estado-archivo-ordenes
               NOT INVALID KEY
                   MOVE ORDEN-NUMERO TO numero-f
                   DISPLAY "Orden " FUNCTION TRIM(numero-f)
                       " de la cuenta " FUNCTION TRIM(entrada-cuenta)
                       " dada de alta."
           END-WRITE.
       ALTA-ORDEN-FIN.
           EXIT.

      * Cambia el monto (conservando si es cargo o abono) y la fecha
      * fin; un campo vacio se deja como estaba.
       CAMBIA-ORDEN.
           PERFORM SOLICITA-ORDEN
           IF orden-hallada = 'S'
               AND (ORDEN-ESTADO = 'C' OR ORDEN-ESTADO = 'V')
               DISPLAY "Una orden cancelada o vencida no se cambia; "
                   "de de alta una nueva."
               MOVE 'N' TO orden-hallada
           END-IF
           IF orden-hallada = 'S'
               DISPLAY "Nuevo monto (vacio = sin cambio)."
               PERFORM SOLICITA-MONTO
               IF captura-valida = 'S'
                   IF ORDEN-MONTO < ZERO
                       COMPUTE ORDEN-MONTO = monto-capturado * -1
                   ELSE
                       MOVE monto-capturado TO ORDEN-MONTO
                   END-IF
               END-IF
               DISPLAY "Nueva fecha fin (AAAAMMDD, vacio = sin "
                   "cambio, 99999999 = sin fin):"
               MOVE SPACES TO entrada-texto
               ACCEPT entrada-texto
               IF entrada-texto(1:8) = "99999999"
                   MOVE SPACES TO ORDEN-FIN
               ELSE
                   IF entrada-texto(1:8) IS NUMERIC
                       AND entrada-texto(1:8) >= ORDEN-INICIO
                       MOVE entrada-texto(1:8) TO ORDEN-FIN
                   END-IF
               END-IF
               PERFORM GUARDA-ORDEN
           END-IF.

       SUSPENDE-ORDEN.
           PERFORM SOLICITA-ORDEN
           IF orden-hallada = 'S'
               EVALUATE ORDEN-ESTADO
                   WHEN 'A'
                       MOVE 'S' TO ORDEN-ESTADO
                       PERFORM GUARDA-ORDEN
                   WHEN 'S'
                       MOVE 'A' TO ORDEN-ESTADO
                       PERFORM GUARDA-ORDEN
                   WHEN OTHER
                       DISPLAY "Solo se suspende una orden activa o "
                           "se reactiva una suspendida."
               END-EVALUATE
           END-IF.

       CANCELA-ORDEN.
           PERFORM SOLICITA-ORDEN
           IF orden-hallada = 'S'
               IF ORDEN-ESTADO = 'C'
                   DISPLAY "Esa orden ya estaba cancelada."
               ELSE
                   MOVE 'C' TO ORDEN-ESTADO
                   PERFORM GUARDA-ORDEN
               END-IF
           END-IF.

       GUARDA-ORDEN.
           MOVE operador-sesion TO ORDEN-OPERADOR
           REWRITE REGISTRO-ORDEN-PERMANENTE
           IF estado-archivo-ordenes = "00"
               DISPLAY "Orden actualizada."
               PERFORM MUESTRA-ORDEN
           ELSE
               DISPLAY "No se pudo guardar la orden, FILE STATUS: "
                   estado-archivo-ordenes
           END-IF.

      * Las ordenes se guardan por numero, asi que las de una cuenta
      * salen recorriendo el maestro completo.
       CONSULTA-ORDENES.
           PERFORM SOLICITA-CUENTA
           IF entrada-cuenta NOT = SPACES
               MOVE ZERO TO ordenes-listadas
               MOVE ZERO TO ORDEN-NUMERO
               MOVE 'N' TO fin-ordenes
               START ARCHIVO-ORDENES KEY IS NOT LESS THAN ORDEN-NUMERO
                   INVALID KEY MOVE 'Y' TO fin-ordenes
               END-START
               PERFORM UNTIL fin-ordenes = 'Y'
                   READ ARCHIVO-ORDENES NEXT
                       AT END MOVE 'Y' TO fin-ordenes
                       NOT AT END
                           IF ORDEN-CUENTA = entrada-cuenta
                               ADD 1 TO ordenes-listadas
                               PERFORM MUESTRA-ORDEN
                           END-IF
                   END-READ
               END-PERFORM
               IF ordenes-listadas = ZERO
                   DISPLAY "La cuenta no tiene ordenes permanentes."
               END-IF
           END-IF.

       MUESTRA-ORDEN.
           MOVE ORDEN-NUMERO TO numero-f
           MOVE ORDEN-MONTO TO monto-f
           DISPLAY numero-f " " ORDEN-CUENTA " " monto-f " "
               ORDEN-MONEDA " " ORDEN-FRECUENCIA " DIA " ORDEN-DIA
               " DESDE " ORDEN-INICIO " HASTA " ORDEN-FIN
               " " ORDEN-ESTADO " ULTIMA " ORDEN-ULTIMA " "
               FUNCTION TRIM(ORDEN-CONCEPTO).

       BUSCA-ULTIMA-ORDEN.
           MOVE ZERO TO ultimo-numero
           MOVE ZERO TO ORDEN-NUMERO
           MOVE 'N' TO fin-ordenes
           START ARCHIVO-ORDENES KEY IS NOT LESS THAN ORDEN-NUMERO
               INVALID KEY MOVE 'Y' TO fin-ordenes
           END-START
           PERFORM UNTIL fin-ordenes = 'Y'
               READ ARCHIVO-ORDENES NEXT
                   AT END MOVE 'Y' TO fin-ordenes
                   NOT AT END MOVE ORDEN-NUMERO TO ultimo-numero
               END-READ
           END-PERFORM.

       END PROGRAM MANTENIMIENTO-ORDENES.

      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Captura y aprobacion de pagos salientes
      *          (data/pagos-salientes.dat), en el estilo de
      *          MANTENIMIENTO-ORDENES: un operador de nivel 2 o mas
      *          captura el pago (banco de salida, cuenta y nombre del
      *          beneficiario, importe, fecha de pago, referencia y
      *          concepto) y otro operador, de nivel 3 y distinto del
      *          que lo capturo, lo aprueba; solo los aprobados los
      *          toma GENERA-PAGOS. Cambiar un pago aprobado lo
      *          regresa a capturado para que se vuelva a aprobar. Un
      *          pago ya enviado en un archivo al banco no se cambia
      *          ni se cancela, y ningun pago se borra. El banco debe
      *          tener su renglon SALIDA en data/layouts-banco.txt.
      * Tectonics: cobc -m mant-pagos.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PAGOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PAGOS
           ASSIGN TO "data/pagos-salientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAGO-NUMERO
           FILE STATUS IS estado-archivo-pagos.
           SELECT ARCHIVO-LAYOUTS
           ASSIGN TO "data/layouts-banco.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-layouts.
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
       FD  ARCHIVO-PAGOS.
           COPY "registro-pago-saliente.cpy".
       FD  ARCHIVO-LAYOUTS.
       01  registro-layout         PICTURE X(80).
       FD  ARCHIVO-SESION.
       01  registro-sesion         PICTURE X(08).
       FD  ARCHIVO-OPERADORES.
           COPY "registro-operador.cpy".
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       WORKING-STORAGE SECTION.
           01      estado-archivo-pagos      PICTURE X(02).
           01      estado-archivo-layouts    PICTURE X(02).
           01      estado-archivo-sesion     PICTURE X(02).
           01      estado-archivo-operadores PICTURE X(02).
           01      estado-archivo-corrida    PICTURE X(02).
           01      seleccion-mant  PICTURE X(01).
           01      fin-mant        PICTURE X(01) VALUE 'N'.
           01      fin-operadores  PICTURE X(01) VALUE 'N'.
           01      fin-layouts     PICTURE X(01) VALUE 'N'.
           01      fin-pagos       PICTURE X(01) VALUE 'N'.
           01      entrada-texto   PICTURE X(30).
           01      operador-sesion PICTURE X(08) VALUE SPACES.
           01      nivel-sesion    PICTURE 9(01) VALUE ZERO.
           01      operador-hallado PICTURE X(01) VALUE 'N'.
           01      fecha-negocio   PICTURE X(08).
           01      nombre-programa PICTURE X(30) VALUE
                       "MANTENIMIENTO-PAGOS".
           01      numero-pagina   PICTURE 9(03) VALUE 1.
           01      codigo-retorno  PICTURE 9(03) VALUE ZERO.
      * El importe se captura en digitos fijos (9 enteros y 2
      * decimales, sin punto ni coma), como los montos de las ordenes.
           01      monto-capturado-g.
               05      monto-capturado PICTURE 9(9)V99.
           01      captura-valida  PICTURE X(01) VALUE 'N'.
           01      banco-capturado PICTURE X(08).
           01      banco-valido    PICTURE X(01) VALUE 'N'.
           01      pago-hallado    PICTURE X(01) VALUE 'N'.
           01      ultimo-numero   PICTURE 9(06) VALUE ZERO.
           01      numero-capturado PICTURE 9(06) VALUE ZERO.
           01      pagos-listados  PICTURE 9(05) VALUE ZERO.
           01      campo-salida    PICTURE X(10).
           01      campo-banco     PICTURE X(10).
           01      estado-texto    PICTURE X(10).
           01      monto-f         PICTURE Z(8)9,99.
           01      numero-f        PICTURE Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENCABEZADO" USING nombre-programa, numero-pagina, "E"
           PERFORM LEE-OPERADOR-SESION
           PERFORM VALIDA-NIVEL-SESION THRU VALIDA-NIVEL-SESION-FIN
           IF nivel-sesion < 2
               DISPLAY "LA CAPTURA DE PAGOS SALIENTES EXIGE UN "
                   "OPERADOR FIRMADO DE NIVEL 2 O MAS."
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           OPEN I-O ARCHIVO-PAGOS
           IF estado-archivo-pagos = "35"
               OPEN OUTPUT ARCHIVO-PAGOS
               CLOSE ARCHIVO-PAGOS
               OPEN I-O ARCHIVO-PAGOS
           END-IF
           IF estado-archivo-pagos NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-PAGOS, FILE STATUS: "
                   estado-archivo-pagos
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE 'N' TO fin-mant
           PERFORM MUESTRA-MENU-PAGOS UNTIL fin-mant = 'S'
           CLOSE ARCHIVO-PAGOS.
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

       MUESTRA-MENU-PAGOS.
           DISPLAY " "
           DISPLAY "==================================================="
           DISPLAY " PAGOS SALIENTES A BANCOS"
           DISPLAY "==================================================="
           DISPLAY " 1. CAPTURA DE PAGO"
           DISPLAY " 2. CAMBIO DE IMPORTE O FECHA DE PAGO"
           DISPLAY " 3. APROBAR PAGO (NIVEL 3)"
           DISPLAY " 4. CANCELAR PAGO"
           DISPLAY " 5. CONSULTA DE PAGOS NO ENVIADOS"
           DISPLAY " 6. SALIR"
           DISPLAY "==================================================="
           DISPLAY "Seleccione una opcion: "
           ACCEPT seleccion-mant
           EVALUATE seleccion-mant
               WHEN '1'
                   PERFORM ALTA-PAGO THRU ALTA-PAGO-FIN
               WHEN '2'
                   PERFORM CAMBIA-PAGO
               WHEN '3'
                   PERFORM APRUEBA-PAGO
               WHEN '4'
                   PERFORM CANCELA-PAGO
               WHEN '5'
                   PERFORM CONSULTA-PAGOS
               WHEN '6'
                   MOVE 'S' TO fin-mant
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente de nuevo."
           END-EVALUATE.

       SOLICITA-MONTO.
           MOVE 'N' TO captura-valida
           MOVE ZERO TO monto-capturado
           DISPLAY "Importe (11 digitos, 9 enteros y 2 decimales):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           IF entrada-texto(1:11) IS NUMERIC
               MOVE entrada-texto(1:11) TO monto-capturado-g
               IF monto-capturado > ZERO
                   MOVE 'S' TO captura-valida
               ELSE
                   DISPLAY "Un pago de cero no se envia."
               END-IF
           ELSE
               DISPLAY "Importe invalido, capture 11 digitos."
           END-IF.

      * El pago a tocar se pide por numero; un pago enviado o
      * cancelado se muestra pero ya no se toca.
       SOLICITA-PAGO.
           MOVE 'N' TO pago-hallado
           DISPLAY "Numero de pago (6 digitos, vacio para regresar):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           IF entrada-texto(1:6) IS NUMERIC
               MOVE entrada-texto(1:6) TO numero-capturado
               MOVE numero-capturado TO PAGO-NUMERO
               READ ARCHIVO-PAGOS
                   INVALID KEY
                       DISPLAY "No existe el pago " numero-capturado
                   NOT INVALID KEY
                       MOVE 'S' TO pago-hallado
                       PERFORM MUESTRA-PAGO
               END-READ
           END-IF
           IF pago-hallado = 'S'
               AND (PAGO-ESTADO = 'E' OR PAGO-ESTADO = 'X')
               DISPLAY "Un pago enviado al banco o cancelado ya no se "
                   "modifica."
               MOVE 'N' TO pago-hallado
           END-IF.

      * El banco tiene que tener renglon SALIDA en la tabla de
      * layouts; si no, GENERA-PAGOS no sabria armar su archivo.
       VALIDA-BANCO.
           MOVE 'N' TO banco-valido
           MOVE 'N' TO fin-layouts
           OPEN INPUT ARCHIVO-LAYOUTS
           IF estado-archivo-layouts = "00"
               PERFORM UNTIL fin-layouts = 'Y'
                   READ ARCHIVO-LAYOUTS
                       AT END MOVE 'Y' TO fin-layouts
                       NOT AT END PERFORM COMPARA-LAYOUT-BANCO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-LAYOUTS
           END-IF.

       COMPARA-LAYOUT-BANCO.
           MOVE SPACES TO campo-salida
           MOVE SPACES TO campo-banco
           UNSTRING registro-layout DELIMITED BY ALL SPACES
               INTO campo-salida campo-banco
           IF campo-salida = "SALIDA"
               AND campo-banco(1:8) = banco-capturado
               MOVE 'S' TO banco-valido
               MOVE 'Y' TO fin-layouts
           END-IF.

      * El pago nuevo toma el siguiente numero libre y queda
      * capturado; la fecha de pago en blanco es la fecha de negocio.
       ALTA-PAGO.
           PERFORM BUSCA-ULTIMO-PAGO
           IF ultimo-numero >= 999999
               DISPLAY "El archivo de pagos ya no admite mas."
               GO TO ALTA-PAGO-FIN
           END-IF
           DISPLAY "Banco de salida (vacio para regresar):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           IF entrada-texto = SPACES
               GO TO ALTA-PAGO-FIN
           END-IF
           MOVE entrada-texto(1:8) TO banco-capturado
           PERFORM VALIDA-BANCO
           IF banco-valido = 'N'
               DISPLAY "El banco " FUNCTION TRIM(banco-capturado)
                   " no tiene renglon SALIDA en "
                   "data/layouts-banco.txt."
               GO TO ALTA-PAGO-FIN
           END-IF
           MOVE SPACES TO REGISTRO-PAGO-SALIENTE
           MOVE banco-capturado TO PAGO-BANCO
           DISPLAY "Cuenta del beneficiario (hasta 18):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           IF entrada-texto = SPACES
               DISPLAY "La cuenta del beneficiario es obligatoria."
               GO TO ALTA-PAGO-FIN
           END-IF
           MOVE entrada-texto TO PAGO-CUENTA-BENEF
           DISPLAY "Nombre del beneficiario:"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           IF entrada-texto = SPACES
               DISPLAY "El nombre del beneficiario es obligatorio."
               GO TO ALTA-PAGO-FIN
           END-IF
           MOVE entrada-texto TO PAGO-BENEFICIARIO
           PERFORM SOLICITA-MONTO
           IF captura-valida = 'N'
               GO TO ALTA-PAGO-FIN
           END-IF
           MOVE monto-capturado TO PAGO-MONTO
           DISPLAY "Moneda (vacio = MXP):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           MOVE entrada-texto(1:3) TO PAGO-MONEDA
           IF PAGO-MONEDA = SPACES
               MOVE "MXP" TO PAGO-MONEDA
           END-IF
           MOVE fecha-negocio TO PAGO-FECHA
           DISPLAY "Fecha de pago (AAAAMMDD, vacio = hoy "
               fecha-negocio "):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           IF entrada-texto(1:8) IS NUMERIC
               MOVE entrada-texto(1:8) TO PAGO-FECHA
           END-IF
           IF PAGO-FECHA < fecha-negocio
               DISPLAY "La fecha de pago no puede ser anterior a la "
                   "fecha de negocio."
               GO TO ALTA-PAGO-FIN
           END-IF
           DISPLAY "Referencia (hasta 12, vacio = numero de pago):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           MOVE entrada-texto TO PAGO-REFERENCIA
           DISPLAY "Concepto (por ejemplo RENTA OFICINAS NORTE):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           MOVE entrada-texto TO PAGO-CONCEPTO
           COMPUTE PAGO-NUMERO = ultimo-numero + 1
           MOVE 'C' TO PAGO-ESTADO
           MOVE operador-sesion TO PAGO-CAPTURO
           MOVE SPACES TO PAGO-APROBO
           MOVE SPACES TO PAGO-ARCHIVO
           MOVE ZERO TO PAGO-LOTE
           MOVE SPACES TO PAGO-CORRIDA
           WRITE REGISTRO-PAGO-SALIENTE
               INVALID KEY
                   DISPLAY "No se pudo capturar el pago, FILE "
                       "STATUS: " estado-archivo-pagos
               NOT INVALID KEY
                   MOVE PAGO-NUMERO TO numero-f
                   DISPLAY "Pago " FUNCTION TRIM(numero-f)
                       " capturado; falta su aprobacion."
           END-WRITE.
       ALTA-PAGO-FIN.
           EXIT.

      * Un campo vacio se deja como estaba; si algo cambio, el pago
      * vuelve a capturado y quien lo toco queda como capturista.
       CAMBIA-PAGO.
           PERFORM SOLICITA-PAGO
           IF pago-hallado = 'S'
               DISPLAY "Nuevo importe (vacio = sin cambio)."
               PERFORM SOLICITA-MONTO
               IF captura-valida = 'S'
                   MOVE monto-capturado TO PAGO-MONTO
               END-IF
               DISPLAY "Nueva fecha de pago (AAAAMMDD, vacio = sin "
                   "cambio):"
               MOVE SPACES TO entrada-texto
               ACCEPT entrada-texto
               IF entrada-texto(1:8) IS NUMERIC
                   AND entrada-texto(1:8) >= fecha-negocio
                   MOVE entrada-texto(1:8) TO PAGO-FECHA
                   MOVE 'S' TO captura-valida
               END-IF
               IF captura-valida = 'S'
                   MOVE 'C' TO PAGO-ESTADO
                   MOVE operador-sesion TO PAGO-CAPTURO
                   MOVE SPACES TO PAGO-APROBO
                   PERFORM GUARDA-PAGO
               ELSE
                   DISPLAY "Sin cambios."
               END-IF
           END-IF.

      * La aprobacion es de nivel 3 y de un operador distinto del
      * que capturo el pago.
       APRUEBA-PAGO.
           IF nivel-sesion < 3
               DISPLAY "La aprobacion de pagos exige nivel 3."
           ELSE
               PERFORM SOLICITA-PAGO
               IF pago-hallado = 'S'
                   EVALUATE TRUE
                       WHEN PAGO-ESTADO NOT = 'C'
                           DISPLAY "Ese pago ya esta aprobado."
                       WHEN PAGO-CAPTURO = operador-sesion
                           DISPLAY "Quien captura un pago no lo "
                               "aprueba."
                       WHEN OTHER
                           MOVE 'A' TO PAGO-ESTADO
                           MOVE operador-sesion TO PAGO-APROBO
                           PERFORM GUARDA-PAGO
                   END-EVALUATE
               END-IF
           END-IF.

       CANCELA-PAGO.
           PERFORM SOLICITA-PAGO
           IF pago-hallado = 'S'
               MOVE 'X' TO PAGO-ESTADO
               PERFORM GUARDA-PAGO
           END-IF.

       GUARDA-PAGO.
           REWRITE REGISTRO-PAGO-SALIENTE
           IF estado-archivo-pagos = "00"
               DISPLAY "Pago actualizado."
               PERFORM MUESTRA-PAGO
           ELSE
               DISPLAY "No se pudo guardar el pago, FILE STATUS: "
                   estado-archivo-pagos
           END-IF.

      * Lista los capturados y aprobados, lo que aun no sale.
       CONSULTA-PAGOS.
           MOVE ZERO TO pagos-listados
           MOVE ZERO TO PAGO-NUMERO
           MOVE 'N' TO fin-pagos
           START ARCHIVO-PAGOS KEY IS NOT LESS THAN PAGO-NUMERO
               INVALID KEY MOVE 'Y' TO fin-pagos
           END-START
           PERFORM UNTIL fin-pagos = 'Y'
               READ ARCHIVO-PAGOS NEXT
                   AT END MOVE 'Y' TO fin-pagos
                   NOT AT END
                       IF PAGO-ESTADO = 'C' OR PAGO-ESTADO = 'A'
                           ADD 1 TO pagos-listados
                           PERFORM MUESTRA-PAGO
                       END-IF
               END-READ
           END-PERFORM
           IF pagos-listados = ZERO
               DISPLAY "No hay pagos pendientes de enviar."
           END-IF.

       MUESTRA-PAGO.
           EVALUATE PAGO-ESTADO
               WHEN 'C'
                   MOVE "CAPTURADO" TO estado-texto
               WHEN 'A'
                   MOVE "APROBADO" TO estado-texto
               WHEN 'E'
                   MOVE "ENVIADO" TO estado-texto
               WHEN OTHER
                   MOVE "CANCELADO" TO estado-texto
           END-EVALUATE
           MOVE PAGO-NUMERO TO numero-f
           MOVE PAGO-MONTO TO monto-f
           DISPLAY numero-f " " PAGO-BANCO " " PAGO-CUENTA-BENEF " "
               monto-f " " PAGO-MONEDA " " PAGO-FECHA " "
               estado-texto " " FUNCTION TRIM(PAGO-BENEFICIARIO)
           IF PAGO-ESTADO = 'E'
               DISPLAY "       ENVIADO EN " FUNCTION TRIM(PAGO-ARCHIVO)
                   " CORRIDA " PAGO-CORRIDA
           END-IF.

       BUSCA-ULTIMO-PAGO.
           MOVE ZERO TO ultimo-numero
           MOVE ZERO TO PAGO-NUMERO
           MOVE 'N' TO fin-pagos
           START ARCHIVO-PAGOS KEY IS NOT LESS THAN PAGO-NUMERO
               INVALID KEY MOVE 'Y' TO fin-pagos
           END-START
           PERFORM UNTIL fin-pagos = 'Y'
               READ ARCHIVO-PAGOS NEXT
                   AT END MOVE 'Y' TO fin-pagos
                   NOT AT END MOVE PAGO-NUMERO TO ultimo-numero
               END-READ
           END-PERFORM.

       END PROGRAM MANTENIMIENTO-PAGOS.

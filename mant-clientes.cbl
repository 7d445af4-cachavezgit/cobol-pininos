      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Mantenimiento del maestro de clientes
      *          (data/clientes-maestro.dat, archivo indexado con llave
      *          CLIENTE-ID y llave alterna CLIENTE-RFC): altas,
      *          cambios de datos, bajas logicas (marcar el cliente
      *          inactivo), consulta del cliente con todas sus cuentas
      *          y busqueda por RFC, para que la misma persona con
      *          varias cuentas deje de aparecer como varios nombres
      *          sueltos. Aqui se vincula cada cuenta del maestro de
      *          cuentas a su cliente (CUENTA-CLIENTE) y se deshace el
      *          vinculo; los dos movimientos dejan su linea en el
      *          journal data/firmas-journal.txt, igual que la baja
      *          del cliente.
      *          El RFC lleva 13 posiciones en una persona fisica y 12
      *          en una moral, y no se repite entre clientes salvo los
      *          RFC genericos del SAT (publico en general y
      *          extranjeros), que comparten muchos clientes. Un
      *          cliente con cuentas abiertas (activas o dormidas) no
      *          se da de baja, y a un cliente inactivo no se le
      *          vinculan cuentas; una cuenta cerrada ya no cambia de
      *          cliente.
      *          Como MANTENIMIENTO-CUENTAS, exige un operador firmado
      *          de nivel 2 para entrar; todo lo que cambia algun
      *          maestro pide nivel 3.
      * Tectonics: cobc -m mant-clientes.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CLIENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CLIENTES
           ASSIGN TO "data/clientes-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIENTE-ID
           ALTERNATE RECORD KEY IS CLIENTE-RFC WITH DUPLICATES
           FILE STATUS IS estado-archivo-clientes.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
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
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CLIENTES.
           COPY "registro-cliente.cpy".
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-SESION.
       01  registro-sesion         PICTURE X(08).
       FD  ARCHIVO-OPERADORES.
           COPY "registro-operador.cpy".
       FD  ARCHIVO-JOURNAL.
       01  registro-journal        PICTURE X(80).
       WORKING-STORAGE SECTION.
           01      estado-archivo-clientes PICTURE X(02).
           01      estado-archivo-cuentas PICTURE X(02).
           01      estado-archivo-sesion     PICTURE X(02).
           01      estado-archivo-operadores PICTURE X(02).
           01      estado-archivo-journal    PICTURE X(02).
           01      fin-operadores  PICTURE X(01) VALUE 'N'.
           01      operador-sesion PICTURE X(08) VALUE SPACES.
           01      nivel-sesion    PICTURE 9(01) VALUE ZERO.
           01      operador-hallado PICTURE X(01) VALUE 'N'.
           01      detalle-journal PICTURE X(40).
           01      marca-fecha-hora PICTURE X(21).
           01      marca-tiempo-f  PICTURE X(19).
           01      seleccion-mant  PICTURE X(01).
           01      fin-mant        PICTURE X(01) VALUE 'N'.
           01      entrada-cliente PICTURE X(08).
           01      entrada-cuenta  PICTURE X(10).
           01      entrada-nombre  PICTURE X(40).
           01      entrada-rfc     PICTURE X(13).
           01      entrada-domicilio PICTURE X(60).
           01      entrada-tipo    PICTURE X(01).
      * Copia del cliente en captura: la busqueda de RFC repetido lee
      * el maestro por la llave alterna y pisa el registro.
           01      cliente-captura.
               05  captura-id      PICTURE X(08).
               05  captura-nombre  PICTURE X(40).
               05  captura-rfc     PICTURE X(13).
               05  captura-domicilio PICTURE X(60).
               05  captura-tipo    PICTURE X(01).
               05  captura-estado  PICTURE X(01).
           01      motivo-invalido PICTURE X(60).
           01      espacios-rfc    PICTURE 9(02).
           01      rfc-repetido-de PICTURE X(08).
           01      fin-rfc         PICTURE X(01).
           01      fin-cuentas     PICTURE X(01).
           01      lista-cuentas   PICTURE X(01).
           01      cuentas-vinculadas PICTURE 9(05).
           01      cuentas-abiertas PICTURE 9(05).
           01      clientes-hallados PICTURE 9(05).
           01      nombre-programa PICTURE X(30) VALUE
                       "MANTENIMIENTO-CLIENTES".
           01      resultado-migracion PICTURE X(01).
           01      numero-pagina   PICTURE 9(03) VALUE 1.
           01      codigo-retorno  PICTURE 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENCABEZADO" USING nombre-programa, numero-pagina, "E"
           PERFORM LEE-OPERADOR-SESION
           PERFORM VALIDA-NIVEL-SESION THRU VALIDA-NIVEL-SESION-FIN
           IF nivel-sesion < 2
               DISPLAY "EL MANTENIMIENTO DE CLIENTES EXIGE UN "
                   "OPERADOR FIRMADO DE NIVEL 2 O MAS."
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN I-O ARCHIVO-CLIENTES
           IF estado-archivo-clientes = "35"
               OPEN OUTPUT ARCHIVO-CLIENTES
               CLOSE ARCHIVO-CLIENTES
               OPEN I-O ARCHIVO-CLIENTES
           END-IF
           IF estado-archivo-clientes NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-CLIENTES, FILE STATUS: "
                   estado-archivo-clientes
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN I-O ARCHIVO-CUENTAS
           IF estado-archivo-cuentas = "35"
               OPEN OUTPUT ARCHIVO-CUENTAS
               CLOSE ARCHIVO-CUENTAS
               OPEN I-O ARCHIVO-CUENTAS
           END-IF
      * Estado 39: el maestro de cuentas todavia trae un registro
      * viejo; se migra al vuelo y se reintenta, como en
      * MANTENIMIENTO-CUENTAS.
           IF estado-archivo-cuentas = "39"
               CALL "MIGRA-CUENTAS" USING resultado-migracion
               IF resultado-migracion = 'S'
                   OPEN I-O ARCHIVO-CUENTAS
               END-IF
           END-IF
           IF estado-archivo-cuentas NOT = "00"
               DISPLAY "ERROR OPENING ARCHIVO-CUENTAS, FILE STATUS: "
                   estado-archivo-cuentas
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-CLIENTES
           ELSE
               MOVE 'N' TO fin-mant
               PERFORM MUESTRA-MENU-MANT UNTIL fin-mant = 'S'
               CLOSE ARCHIVO-CUENTAS
               CLOSE ARCHIVO-CLIENTES
           END-IF.
       MAIN-PROCEDURE-EXIT.
           MOVE RETURN-CODE TO codigo-retorno
           CALL "ENCABEZADO" USING nombre-programa, numero-pagina, "P"
           MOVE codigo-retorno TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU-MANT.
           DISPLAY " "
           DISPLAY "==================================================="
           DISPLAY " MANTENIMIENTO DEL MAESTRO DE CLIENTES"
           DISPLAY "==================================================="
           DISPLAY " 1. ALTA DE CLIENTE"
           DISPLAY " 2. CAMBIO DE DATOS"
           DISPLAY " 3. BAJA (MARCAR INACTIVO)"
           DISPLAY " 4. CONSULTA DE CLIENTE Y SUS CUENTAS"
           DISPLAY " 5. VINCULAR CUENTA A CLIENTE"
           DISPLAY " 6. SALIR"
           DISPLAY " 7. DESVINCULAR CUENTA"
           DISPLAY " 8. BUSCAR CLIENTE POR RFC"
           DISPLAY "==================================================="
           DISPLAY "Seleccione una opcion: "
           ACCEPT seleccion-mant
           EVALUATE TRUE
               WHEN (seleccion-mant = '1' OR '2' OR '3' OR '5' OR '7')
                   AND nivel-sesion < 3
                   DISPLAY "Esa opcion exige un operador de nivel 3."
               WHEN seleccion-mant = '1'
                   PERFORM ALTA-CLIENTE THRU ALTA-CLIENTE-FIN
               WHEN seleccion-mant = '2'
                   PERFORM CAMBIO-CLIENTE THRU CAMBIO-CLIENTE-FIN
               WHEN seleccion-mant = '3'
                   PERFORM BAJA-CLIENTE THRU BAJA-CLIENTE-FIN
               WHEN seleccion-mant = '4'
                   PERFORM CONSULTA-CLIENTE THRU CONSULTA-CLIENTE-FIN
               WHEN seleccion-mant = '5'
                   PERFORM VINCULA-CUENTA THRU VINCULA-CUENTA-FIN
               WHEN seleccion-mant = '6'
                   MOVE 'S' TO fin-mant
               WHEN seleccion-mant = '7'
                   PERFORM DESVINCULA-CUENTA THRU DESVINCULA-CUENTA-FIN
               WHEN seleccion-mant = '8'
                   PERFORM BUSCA-POR-RFC THRU BUSCA-POR-RFC-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente de nuevo."
           END-EVALUATE.

       ALTA-CLIENTE.
           PERFORM SOLICITA-CLIENTE
           IF entrada-cliente = SPACES
               GO TO ALTA-CLIENTE-FIN
           END-IF
           MOVE entrada-cliente TO CLIENTE-ID
           READ ARCHIVO-CLIENTES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "El cliente " FUNCTION TRIM(entrada-cliente)
                       " ya existe en el maestro."
                   GO TO ALTA-CLIENTE-FIN
           END-READ
           DISPLAY "Nombre o razon social (40 caracteres):"
           ACCEPT entrada-nombre
           DISPLAY "Tipo de persona (F fisica, M moral):"
           ACCEPT entrada-tipo
           DISPLAY "RFC (13 posiciones fisica, 12 moral):"
           ACCEPT entrada-rfc
           DISPLAY "Domicilio (60 caracteres):"
           ACCEPT entrada-domicilio
           MOVE entrada-cliente TO captura-id
           MOVE entrada-nombre TO captura-nombre
           MOVE entrada-rfc TO captura-rfc
           MOVE entrada-domicilio TO captura-domicilio
           MOVE entrada-tipo TO captura-tipo
           MOVE 'A' TO captura-estado
           PERFORM VALIDA-CAPTURA THRU VALIDA-CAPTURA-FIN
           IF motivo-invalido NOT = SPACES
               DISPLAY FUNCTION TRIM(motivo-invalido)
                   " El cliente no se dio de alta."
               GO TO ALTA-CLIENTE-FIN
           END-IF
           MOVE cliente-captura TO REGISTRO-CLIENTE
           WRITE REGISTRO-CLIENTE
               INVALID KEY
                   DISPLAY "El cliente " FUNCTION TRIM(entrada-cliente)
                       " ya existe en el maestro."
               NOT INVALID KEY
                   DISPLAY "Cliente " FUNCTION TRIM(entrada-cliente)
                       " dado de alta."
           END-WRITE.
       ALTA-CLIENTE-FIN.
           EXIT.

      * Un dato en blanco deja el valor actual; el tipo y el RFC se
      * revalidan juntos aunque solo cambie uno de los dos.
       CAMBIO-CLIENTE.
           PERFORM SOLICITA-CLIENTE
           IF entrada-cliente = SPACES
               GO TO CAMBIO-CLIENTE-FIN
           END-IF
           MOVE entrada-cliente TO CLIENTE-ID
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "El cliente " FUNCTION TRIM(entrada-cliente)
                       " no existe en el maestro."
                   GO TO CAMBIO-CLIENTE-FIN
           END-READ
           MOVE REGISTRO-CLIENTE TO cliente-captura
           PERFORM MUESTRA-CLIENTE
           DISPLAY "Dejar un dato en blanco conserva el actual."
           DISPLAY "Nuevo nombre o razon social:"
           ACCEPT entrada-nombre
           DISPLAY "Nuevo tipo de persona (F, M):"
           ACCEPT entrada-tipo
           DISPLAY "Nuevo RFC:"
           ACCEPT entrada-rfc
           DISPLAY "Nuevo domicilio:"
           ACCEPT entrada-domicilio
           IF entrada-nombre NOT = SPACES
               MOVE entrada-nombre TO captura-nombre
           END-IF
           IF entrada-tipo NOT = SPACES
               MOVE entrada-tipo TO captura-tipo
           END-IF
           IF entrada-rfc NOT = SPACES
               MOVE entrada-rfc TO captura-rfc
           END-IF
           IF entrada-domicilio NOT = SPACES
               MOVE entrada-domicilio TO captura-domicilio
           END-IF
           PERFORM VALIDA-CAPTURA THRU VALIDA-CAPTURA-FIN
           IF motivo-invalido NOT = SPACES
               DISPLAY FUNCTION TRIM(motivo-invalido)
                   " El cliente no se actualizo."
               GO TO CAMBIO-CLIENTE-FIN
           END-IF
      * La busqueda del RFC pudo dejar el maestro en otro registro; se
      * relee el cliente antes de reescribirlo.
           MOVE captura-id TO CLIENTE-ID
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "El cliente " FUNCTION TRIM(entrada-cliente)
                       " ya no esta en el maestro."
                   GO TO CAMBIO-CLIENTE-FIN
           END-READ
           MOVE cliente-captura TO REGISTRO-CLIENTE
           REWRITE REGISTRO-CLIENTE
           DISPLAY "Cliente " FUNCTION TRIM(entrada-cliente)
               " actualizado.".
       CAMBIO-CLIENTE-FIN.
           EXIT.

       BAJA-CLIENTE.
           PERFORM SOLICITA-CLIENTE
           IF entrada-cliente = SPACES
               GO TO BAJA-CLIENTE-FIN
           END-IF
           MOVE entrada-cliente TO CLIENTE-ID
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "El cliente " FUNCTION TRIM(entrada-cliente)
                       " no existe en el maestro."
                   GO TO BAJA-CLIENTE-FIN
           END-READ
           IF CLIENTE-ESTADO = 'I'
               DISPLAY "El cliente " FUNCTION TRIM(entrada-cliente)
                   " ya esta inactivo."
               GO TO BAJA-CLIENTE-FIN
           END-IF
           MOVE 'N' TO lista-cuentas
           PERFORM RECORRE-CUENTAS-CLIENTE
           IF cuentas-abiertas > ZERO
               DISPLAY "El cliente " FUNCTION TRIM(entrada-cliente)
                   " tiene " cuentas-abiertas " cuenta(s) abierta(s);"
                   " cierrelas, deles de baja o desvinculelas antes."
               GO TO BAJA-CLIENTE-FIN
           END-IF
           MOVE entrada-cliente TO CLIENTE-ID
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "El cliente " FUNCTION TRIM(entrada-cliente)
                       " ya no esta en el maestro."
                   GO TO BAJA-CLIENTE-FIN
           END-READ
           MOVE 'I' TO CLIENTE-ESTADO
           REWRITE REGISTRO-CLIENTE
           DISPLAY "Cliente " FUNCTION TRIM(entrada-cliente)
               " marcado como inactivo."
           MOVE SPACES TO detalle-journal
           STRING "BAJA DE CLIENTE " DELIMITED BY SIZE
               entrada-cliente DELIMITED BY SIZE
               INTO detalle-journal
           PERFORM ESCRIBE-JOURNAL.
       BAJA-CLIENTE-FIN.
           EXIT.

       CONSULTA-CLIENTE.
           PERFORM SOLICITA-CLIENTE
           IF entrada-cliente = SPACES
               GO TO CONSULTA-CLIENTE-FIN
           END-IF
           MOVE entrada-cliente TO CLIENTE-ID
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "El cliente " FUNCTION TRIM(entrada-cliente)
                       " no existe en el maestro."
                   GO TO CONSULTA-CLIENTE-FIN
           END-READ
           MOVE REGISTRO-CLIENTE TO cliente-captura
           PERFORM MUESTRA-CLIENTE
           DISPLAY "CUENTAS DEL CLIENTE:"
           MOVE 'S' TO lista-cuentas
           PERFORM RECORRE-CUENTAS-CLIENTE
           IF cuentas-vinculadas = ZERO
               DISPLAY "  (SIN CUENTAS VINCULADAS)"
           END-IF.
       CONSULTA-CLIENTE-FIN.
           EXIT.

      * El cliente debe estar activo y la cuenta no cerrada; una
      * cuenta que ya es de otro cliente se desvincula primero, para
      * que el cambio de dueno quede en el journal como dos pasos.
       VINCULA-CUENTA.
           PERFORM SOLICITA-CLIENTE
           IF entrada-cliente = SPACES
               GO TO VINCULA-CUENTA-FIN
           END-IF
           MOVE entrada-cliente TO CLIENTE-ID
           READ ARCHIVO-CLIENTES
               INVALID KEY
                   DISPLAY "El cliente " FUNCTION TRIM(entrada-cliente)
                       " no existe en el maestro."
                   GO TO VINCULA-CUENTA-FIN
           END-READ
           IF CLIENTE-ESTADO NOT = 'A'
               DISPLAY "El cliente " FUNCTION TRIM(entrada-cliente)
                   " no esta activo."
               GO TO VINCULA-CUENTA-FIN
           END-IF
           PERFORM SOLICITA-CUENTA
           IF entrada-cuenta = SPACES
               GO TO VINCULA-CUENTA-FIN
           END-IF
           MOVE entrada-cuenta TO CUENTA-ID
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   DISPLAY "La cuenta " FUNCTION TRIM(entrada-cuenta)
                       " no existe en el maestro."
                   GO TO VINCULA-CUENTA-FIN
           END-READ
           IF CUENTA-ESTADO = 'C'
               DISPLAY "La cuenta " FUNCTION TRIM(entrada-cuenta)
                   " esta cerrada; ya no cambia de cliente."
               GO TO VINCULA-CUENTA-FIN
           END-IF
           IF CUENTA-CLIENTE = entrada-cliente
               DISPLAY "La cuenta " FUNCTION TRIM(entrada-cuenta)
                   " ya es del cliente "
                   FUNCTION TRIM(entrada-cliente) "."
               GO TO VINCULA-CUENTA-FIN
           END-IF
           IF CUENTA-CLIENTE NOT = SPACES
               DISPLAY "La cuenta " FUNCTION TRIM(entrada-cuenta)
                   " es del cliente " FUNCTION TRIM(CUENTA-CLIENTE)
                   "; desvinculela primero."
               GO TO VINCULA-CUENTA-FIN
           END-IF
           MOVE entrada-cliente TO CUENTA-CLIENTE
           REWRITE REGISTRO-CUENTA
           DISPLAY "Cuenta " FUNCTION TRIM(entrada-cuenta)
               " vinculada al cliente "
               FUNCTION TRIM(entrada-cliente) "."
           MOVE SPACES TO detalle-journal
           STRING "VINCULA " DELIMITED BY SIZE
               entrada-cuenta DELIMITED BY SIZE
               " CLIENTE " DELIMITED BY SIZE
               entrada-cliente DELIMITED BY SIZE
               INTO detalle-journal
           PERFORM ESCRIBE-JOURNAL.
       VINCULA-CUENTA-FIN.
           EXIT.

       DESVINCULA-CUENTA.
           PERFORM SOLICITA-CUENTA
           IF entrada-cuenta = SPACES
               GO TO DESVINCULA-CUENTA-FIN
           END-IF
           MOVE entrada-cuenta TO CUENTA-ID
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   DISPLAY "La cuenta " FUNCTION TRIM(entrada-cuenta)
                       " no existe en el maestro."
                   GO TO DESVINCULA-CUENTA-FIN
           END-READ
           IF CUENTA-CLIENTE = SPACES
               DISPLAY "La cuenta " FUNCTION TRIM(entrada-cuenta)
                   " no esta vinculada a ningun cliente."
               GO TO DESVINCULA-CUENTA-FIN
           END-IF
           IF CUENTA-ESTADO = 'C'
               DISPLAY "La cuenta " FUNCTION TRIM(entrada-cuenta)
                   " esta cerrada; ya no cambia de cliente."
               GO TO DESVINCULA-CUENTA-FIN
           END-IF
           MOVE CUENTA-CLIENTE TO entrada-cliente
           MOVE SPACES TO CUENTA-CLIENTE
           REWRITE REGISTRO-CUENTA
           DISPLAY "Cuenta " FUNCTION TRIM(entrada-cuenta)
               " desvinculada del cliente "
               FUNCTION TRIM(entrada-cliente) "."
           MOVE SPACES TO detalle-journal
           STRING "DESVINCULA " DELIMITED BY SIZE
               entrada-cuenta DELIMITED BY SIZE
               " CLIENTE " DELIMITED BY SIZE
               entrada-cliente DELIMITED BY SIZE
               INTO detalle-journal
           PERFORM ESCRIBE-JOURNAL.
       DESVINCULA-CUENTA-FIN.
           EXIT.

      * Por la llave alterna: todos los clientes con ese RFC, que con
      * los RFC genericos pueden ser muchos.
       BUSCA-POR-RFC.
           MOVE SPACES TO entrada-rfc
           DISPLAY "RFC a buscar (vacio para regresar):"
           ACCEPT entrada-rfc
           IF entrada-rfc = SPACES
               GO TO BUSCA-POR-RFC-FIN
           END-IF
           MOVE ZERO TO clientes-hallados
           MOVE 'N' TO fin-rfc
           MOVE entrada-rfc TO CLIENTE-RFC
           START ARCHIVO-CLIENTES KEY IS EQUAL TO CLIENTE-RFC
               INVALID KEY MOVE 'Y' TO fin-rfc
           END-START
           PERFORM UNTIL fin-rfc = 'Y'
               READ ARCHIVO-CLIENTES NEXT
                   AT END MOVE 'Y' TO fin-rfc
                   NOT AT END
                       IF CLIENTE-RFC NOT = entrada-rfc
                           MOVE 'Y' TO fin-rfc
                       ELSE
                           ADD 1 TO clientes-hallados
                           MOVE REGISTRO-CLIENTE TO cliente-captura
                           PERFORM MUESTRA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           IF clientes-hallados = ZERO
               DISPLAY "Ningun cliente tiene el RFC "
                   FUNCTION TRIM(entrada-rfc) "."
           END-IF.
       BUSCA-POR-RFC-FIN.
           EXIT.

      * Reglas de captura del cliente; deja en motivo-invalido la
      * primera que no se cumple, o espacios si todo esta en orden.
       VALIDA-CAPTURA.
           MOVE SPACES TO motivo-invalido
           IF captura-nombre = SPACES
               MOVE "Falta el nombre o razon social."
                   TO motivo-invalido
               GO TO VALIDA-CAPTURA-FIN
           END-IF
           IF captura-tipo NOT = 'F' AND captura-tipo NOT = 'M'
               MOVE "El tipo de persona debe ser F o M."
                   TO motivo-invalido
               GO TO VALIDA-CAPTURA-FIN
           END-IF
           MOVE ZERO TO espacios-rfc
           INSPECT captura-rfc TALLYING espacios-rfc FOR ALL SPACES
           IF captura-tipo = 'F'
               AND espacios-rfc NOT = ZERO
               MOVE "El RFC de una persona fisica lleva 13 posiciones."
                   TO motivo-invalido
               GO TO VALIDA-CAPTURA-FIN
           END-IF
           IF captura-tipo = 'M'
               AND (espacios-rfc NOT = 1
                    OR captura-rfc(13:1) NOT = SPACE)
               MOVE "El RFC de una persona moral lleva 12 posiciones."
                   TO motivo-invalido
               GO TO VALIDA-CAPTURA-FIN
           END-IF
           IF captura-rfc = "XAXX010101000" OR "XEXX010101000"
               GO TO VALIDA-CAPTURA-FIN
           END-IF
           PERFORM BUSCA-RFC-REPETIDO
           IF rfc-repetido-de NOT = SPACES
               MOVE SPACES TO motivo-invalido
               STRING "El RFC ya es del cliente " DELIMITED BY SIZE
                   rfc-repetido-de DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   INTO motivo-invalido
           END-IF.
       VALIDA-CAPTURA-FIN.
           EXIT.

       BUSCA-RFC-REPETIDO.
           MOVE SPACES TO rfc-repetido-de
           MOVE 'N' TO fin-rfc
           MOVE captura-rfc TO CLIENTE-RFC
           START ARCHIVO-CLIENTES KEY IS EQUAL TO CLIENTE-RFC
               INVALID KEY MOVE 'Y' TO fin-rfc
           END-START
           PERFORM UNTIL fin-rfc = 'Y'
               READ ARCHIVO-CLIENTES NEXT
                   AT END MOVE 'Y' TO fin-rfc
                   NOT AT END
                       IF CLIENTE-RFC NOT = captura-rfc
                           MOVE 'Y' TO fin-rfc
                       ELSE
                           IF CLIENTE-ID NOT = captura-id
                               MOVE CLIENTE-ID TO rfc-repetido-de
                               MOVE 'Y' TO fin-rfc
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Recorre el maestro de cuentas buscando las del cliente en
      * entrada-cliente: cuenta las vinculadas y las abiertas (ni de
      * baja ni cerradas) y, con lista-cuentas en 'S', las lista.
       RECORRE-CUENTAS-CLIENTE.
           MOVE ZERO TO cuentas-vinculadas
           MOVE ZERO TO cuentas-abiertas
           MOVE 'N' TO fin-cuentas
           MOVE LOW-VALUES TO CUENTA-ID
           START ARCHIVO-CUENTAS KEY IS NOT LESS THAN CUENTA-ID
               INVALID KEY MOVE 'Y' TO fin-cuentas
           END-START
           PERFORM UNTIL fin-cuentas = 'Y'
               READ ARCHIVO-CUENTAS NEXT
                   AT END MOVE 'Y' TO fin-cuentas
                   NOT AT END
                       IF CUENTA-CLIENTE = entrada-cliente
                           PERFORM CUENTA-VINCULADA
                       END-IF
               END-READ
           END-PERFORM.

       CUENTA-VINCULADA.
           ADD 1 TO cuentas-vinculadas
           IF CUENTA-ESTADO NOT = 'I' AND CUENTA-ESTADO NOT = 'C'
               ADD 1 TO cuentas-abiertas
           END-IF
           IF lista-cuentas = 'S'
               DISPLAY "  CUENTA: " CUENTA-ID
                   " NOMBRE: " FUNCTION TRIM(CUENTA-NOMBRE)
                   " ESTADO: " CUENTA-ESTADO
                   " SUCURSAL: " CUENTA-SUCURSAL
           END-IF.

       MUESTRA-CLIENTE.
           DISPLAY "CLIENTE: " captura-id
               " NOMBRE: " FUNCTION TRIM(captura-nombre)
           DISPLAY "  RFC: " captura-rfc
               " TIPO: " captura-tipo
               " ESTADO: " captura-estado
           DISPLAY "  DOMICILIO: " FUNCTION TRIM(captura-domicilio).

      * Los cambios de vinculo y las bajas quedan en el mismo journal
      * de firmas del menu, con el mismo formato; el journal nunca
      * detiene el cambio.
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

       SOLICITA-CLIENTE.
           MOVE SPACES TO entrada-cliente
           DISPLAY "Numero de cliente (vacio para regresar):"
           ACCEPT entrada-cliente.

       SOLICITA-CUENTA.
           MOVE SPACES TO entrada-cuenta
           DISPLAY "Numero de cuenta (vacio para regresar):"
           ACCEPT entrada-cuenta.

       END PROGRAM MANTENIMIENTO-CLIENTES.

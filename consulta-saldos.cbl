      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Consulta del saldo a una fecha pasada, para contestar
      *          a auditoria o al cliente que tenia la cuenta X el dia
      *          14 del mes pasado sin reconstruirlo de estados viejos
      *          y respaldos: toma el saldo de cierre del ultimo dia
      *          con renglon en el historial de saldos
      *          (data/saldos-historicos.dat, que deja ACTUALIZA-SALDOS)
      *          menor o igual a la fecha pedida, para una cuenta o
      *          para todas las cuentas de una sucursal del maestro de
      *          cuentas. El resultado sale en pantalla y como
      *          certificado de saldos paginado via IMPRESOR en
      *          data/certificado-saldos.txt, con el total de la
      *          sucursal y la clave del operador que lo expidio. Una
      *          fecha anterior a la semilla del historial sale como
      *          SIN HISTORIA, no como saldo cero. Una cuenta que no
      *          esta en el maestro de cuentas no se certifica.
      * Tectonics: cobc -m consulta-saldos.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-SALDOS-FECHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA
               SYMBOLIC CHARACTERS ANGULAR-DERECHA IS 61
                                   ANGULAR-IZQUIERDA IS 63.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SALDOS-HISTORICOS
           ASSIGN TO "data/saldos-historicos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALHIS-LLAVE
           FILE STATUS IS estado-archivo-salhis.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-SESION
           ASSIGN TO "data/operador-actual.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-sesion.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SALDOS-HISTORICOS.
           COPY "registro-saldo-historico.cpy".
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-SESION.
       01  registro-sesion         PICTURE X(08).
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  FILLER              PICTURE X(20).
       WORKING-STORAGE SECTION.
           01      estado-archivo-salhis     PICTURE X(02).
           01      estado-archivo-cuentas    PICTURE X(02).
           01      estado-archivo-sesion     PICTURE X(02).
           01      estado-archivo-corrida    PICTURE X(02).
           01      entrada-texto   PICTURE X(10).
           01      fecha-negocio   PICTURE X(08).
           01      fecha-consulta  PICTURE X(08).
           01      fecha-consulta-f PICTURE X(10).
           01      cuenta-pedida   PICTURE X(10).
           01      sucursal-pedida PICTURE X(04).
           01      operador-sesion PICTURE X(08) VALUE SPACES.
           01      cuentas-abierto PICTURE X(01) VALUE 'N'.
           01      cuenta-hallada  PICTURE X(01) VALUE 'N'.
           01      fin-cuentas     PICTURE X(01) VALUE 'N'.
           01      fin-historia    PICTURE X(01) VALUE 'N'.
      * Resultado de la busqueda en el historial para una cuenta: el
      * saldo del ultimo renglon a la fecha, o la marca de que la
      * historia de la cuenta arranca con una semilla posterior.
           01      cuenta-trabajo  PICTURE X(10).
           01      nombre-cuenta   PICTURE X(30).
           01      primer-renglon  PICTURE X(01) VALUE 'S'.
           01      sin-historia    PICTURE X(01) VALUE 'N'.
           01      saldo-a-fecha   PICTURE S9(9)V99 VALUE ZERO.
           01      total-certificado PICTURE S9(11)V99 VALUE ZERO.
           01      cuentas-certificadas PICTURE 9(05) VALUE ZERO.
           01      cuentas-sin-historia PICTURE 9(05) VALUE ZERO.
           01      saldo-f         PICTURE -(9)9,99.
           01      total-f         PICTURE -(11)9,99.
           01      cuentas-f       PICTURE Z(4)9.
           01      nombre-programa PICTURE X(30) VALUE
                       "CONSULTA-SALDOS-FECHA".
           01      numero-pagina   PICTURE 9(03) VALUE 1.
           01      texto-impresion PICTURE X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * El programa se llama repetido desde MENU-PRINCIPAL: cada
      * consulta arranca con los contadores en limpio.
           MOVE ZERO TO total-certificado
           MOVE ZERO TO cuentas-certificadas
           MOVE ZERO TO cuentas-sin-historia
           MOVE 1 TO numero-pagina
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           PERFORM LEE-OPERADOR-SESION
           PERFORM CAPTURA-CONSULTA THRU CAPTURA-CONSULTA-FIN
           IF cuenta-pedida = SPACES
               AND sucursal-pedida = SPACES
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           OPEN INPUT ARCHIVO-SALDOS-HISTORICOS
           IF estado-archivo-salhis NOT = "00"
               DISPLAY "ERROR OPENING data/saldos-historicos.dat, "
                   "FILE STATUS: " estado-archivo-salhis
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
      * Sin el maestro de cuentas no se sabe si la cuenta existe, y
      * no se certifica a ciegas.
           OPEN INPUT ARCHIVO-CUENTAS
           IF estado-archivo-cuentas = "00"
               MOVE 'S' TO cuentas-abierto
           ELSE
               MOVE 'N' TO cuentas-abierto
               DISPLAY "ERROR OPENING ARCHIVO-CUENTAS, FILE "
                   "STATUS: " estado-archivo-cuentas
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-SALDOS-HISTORICOS
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           IF cuenta-pedida NOT = SPACES
               MOVE cuenta-pedida TO cuenta-trabajo
               PERFORM BUSCA-NOMBRE-CUENTA
               IF cuenta-hallada = 'N'
                   DISPLAY "La cuenta " cuenta-pedida
                       " no existe en el maestro de cuentas; no se "
                       "certifica."
                   CLOSE ARCHIVO-SALDOS-HISTORICOS
                   CLOSE ARCHIVO-CUENTAS
                   GO TO MAIN-PROCEDURE-EXIT
               END-IF
           END-IF
           PERFORM ABRE-CERTIFICADO
           IF cuenta-pedida NOT = SPACES
               PERFORM CERTIFICA-CUENTA
           ELSE
               PERFORM CERTIFICA-SUCURSAL
           END-IF
           PERFORM CIERRA-CERTIFICADO
           CLOSE ARCHIVO-SALDOS-HISTORICOS
           IF cuentas-abierto = 'S'
               CLOSE ARCHIVO-CUENTAS
           END-IF
           DISPLAY "CERTIFICADO EN data/certificado-saldos.txt".
       MAIN-PROCEDURE-EXIT.
           GOBACK.

      * La fecha de negocio oficial viene del control de corrida; si
      * no hay, se usa la del sistema. No se certifica a futuro.
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

       CAPTURA-CONSULTA.
           MOVE SPACES TO cuenta-pedida
           MOVE SPACES TO sucursal-pedida
           MOVE fecha-negocio TO fecha-consulta
           DISPLAY "Saldo al dia (AAAAMMDD, vacio = fecha de negocio "
               fecha-negocio "):"
           MOVE SPACES TO entrada-texto
           ACCEPT entrada-texto
           IF entrada-texto NOT = SPACES
               IF entrada-texto(1:8) IS NUMERIC
                   AND entrada-texto(1:8) <= fecha-negocio
                   MOVE entrada-texto(1:8) TO fecha-consulta
               ELSE
                   DISPLAY "Fecha invalida o posterior a la fecha de "
                       "negocio."
                   GO TO CAPTURA-CONSULTA-FIN
               END-IF
           END-IF
           MOVE SPACES TO fecha-consulta-f
           STRING fecha-consulta(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fecha-consulta(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fecha-consulta(1:4) DELIMITED BY SIZE
               INTO fecha-consulta-f
           DISPLAY "Numero de cuenta (vacio = toda una sucursal):"
           ACCEPT cuenta-pedida
           IF cuenta-pedida = SPACES
               DISPLAY "Sucursal (vacio para regresar):"
               ACCEPT sucursal-pedida
           END-IF.
       CAPTURA-CONSULTA-FIN.
           EXIT.

       ABRE-CERTIFICADO.
           MOVE "data/certificado-saldos.txt" TO texto-impresion
           CALL "IMPRESOR" USING "A", nombre-programa,
               numero-pagina, texto-impresion
           MOVE "CUENTA      NOMBRE                          SALDO"
               TO texto-impresion
           CALL "IMPRESOR" USING "T", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO texto-impresion
           IF cuenta-pedida NOT = SPACES
               STRING ANGULAR-DERECHA DELIMITED BY SIZE
                   " CERTIFICADO DE SALDO AL " DELIMITED BY SIZE
                   fecha-consulta-f DELIMITED BY SIZE
                   "  CUENTA " DELIMITED BY SIZE
                   cuenta-pedida DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ANGULAR-IZQUIERDA DELIMITED BY SIZE
                   INTO texto-impresion
           ELSE
               STRING ANGULAR-DERECHA DELIMITED BY SIZE
                   " CERTIFICADO DE SALDOS AL " DELIMITED BY SIZE
                   fecha-consulta-f DELIMITED BY SIZE
                   "  SUCURSAL " DELIMITED BY SIZE
                   sucursal-pedida DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ANGULAR-IZQUIERDA DELIMITED BY SIZE
                   INTO texto-impresion
           END-IF
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion.

      * Pie del certificado: el total (de la sucursal) y quien lo
      * expidio con que fecha de negocio.
       CIERRA-CERTIFICADO.
           IF sucursal-pedida NOT = SPACES
               MOVE total-certificado TO total-f
               MOVE cuentas-certificadas TO cuentas-f
               MOVE SPACES TO texto-impresion
               STRING "TOTAL SUCURSAL " DELIMITED BY SIZE
                   sucursal-pedida DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(cuentas-f) DELIMITED BY SIZE
                   " CUENTAS: " DELIMITED BY SIZE
                   FUNCTION TRIM(total-f) DELIMITED BY SIZE
                   INTO texto-impresion
               CALL "IMPRESOR" USING "D", nombre-programa,
                   numero-pagina, texto-impresion
               DISPLAY FUNCTION TRIM(texto-impresion)
               IF cuentas-sin-historia > ZERO
                   MOVE cuentas-sin-historia TO cuentas-f
                   MOVE SPACES TO texto-impresion
                   STRING "CUENTAS SIN HISTORIA A LA FECHA (FUERA DEL "
                           DELIMITED BY SIZE
                       "TOTAL): " DELIMITED BY SIZE
                       FUNCTION TRIM(cuentas-f) DELIMITED BY SIZE
                       INTO texto-impresion
                   CALL "IMPRESOR" USING "D", nombre-programa,
                       numero-pagina, texto-impresion
                   DISPLAY FUNCTION TRIM(texto-impresion)
               END-IF
           END-IF
           MOVE SPACES TO texto-impresion
           STRING "EXPEDIDO POR " DELIMITED BY SIZE
               operador-sesion DELIMITED BY SIZE
               " CON FECHA DE NEGOCIO " DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               INTO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           MOVE SPACES TO texto-impresion
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           CALL "IMPRESOR" USING "C", nombre-programa,
               numero-pagina, texto-impresion.

      * Las cuentas de la sucursal salen recorriendo el maestro de
      * cuentas completo, en orden de cuenta.
       CERTIFICA-SUCURSAL.
           MOVE 'N' TO fin-cuentas
           MOVE LOW-VALUES TO CUENTA-ID
           START ARCHIVO-CUENTAS KEY IS NOT LESS THAN CUENTA-ID
               INVALID KEY MOVE 'Y' TO fin-cuentas
           END-START
           PERFORM UNTIL fin-cuentas = 'Y'
               READ ARCHIVO-CUENTAS NEXT
                   AT END MOVE 'Y' TO fin-cuentas
                   NOT AT END
                       IF CUENTA-SUCURSAL = sucursal-pedida
                           MOVE CUENTA-ID TO cuenta-trabajo
                           MOVE CUENTA-NOMBRE TO nombre-cuenta
                           PERFORM CERTIFICA-CUENTA
                       END-IF
               END-READ
           END-PERFORM
           IF cuentas-certificadas = ZERO
               AND cuentas-sin-historia = ZERO
               DISPLAY "La sucursal " sucursal-pedida
                   " no tiene cuentas en el maestro."
           END-IF.

       BUSCA-NOMBRE-CUENTA.
           MOVE 'N' TO cuenta-hallada
           MOVE SPACES TO nombre-cuenta
           MOVE cuenta-trabajo TO CUENTA-ID
           READ ARCHIVO-CUENTAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO cuenta-hallada
                   MOVE CUENTA-NOMBRE TO nombre-cuenta
           END-READ.

       CERTIFICA-CUENTA.
           PERFORM BUSCA-SALDO-A-FECHA
           MOVE SPACES TO texto-impresion
           IF sin-historia = 'S'
               ADD 1 TO cuentas-sin-historia
               STRING cuenta-trabajo DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   nombre-cuenta DELIMITED BY SIZE
                   "  SIN HISTORIA A ESA FECHA" DELIMITED BY SIZE
                   INTO texto-impresion
           ELSE
               ADD 1 TO cuentas-certificadas
               ADD saldo-a-fecha TO total-certificado
               MOVE saldo-a-fecha TO saldo-f
               STRING cuenta-trabajo DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   nombre-cuenta DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   saldo-f DELIMITED BY SIZE
                   INTO texto-impresion
           END-IF
           CALL "IMPRESOR" USING "D", nombre-programa,
               numero-pagina, texto-impresion
           DISPLAY texto-impresion.

      * Recorre los renglones de la cuenta en orden de fecha y se
      * queda con el ultimo saldo a la fecha pedida. Una cuenta sin
      * renglones a esa fecha tenia saldo cero, salvo que su primer
      * renglon sea la semilla: entonces la historia empieza despues.
       BUSCA-SALDO-A-FECHA.
           MOVE ZERO TO saldo-a-fecha
           MOVE 'S' TO primer-renglon
           MOVE 'N' TO sin-historia
           MOVE 'N' TO fin-historia
           MOVE cuenta-trabajo TO SALHIS-CUENTA
           MOVE LOW-VALUES TO SALHIS-FECHA
           START ARCHIVO-SALDOS-HISTORICOS
               KEY IS NOT LESS THAN SALHIS-LLAVE
               INVALID KEY MOVE 'Y' TO fin-historia
           END-START
           PERFORM UNTIL fin-historia = 'Y'
               READ ARCHIVO-SALDOS-HISTORICOS NEXT
                   AT END MOVE 'Y' TO fin-historia
                   NOT AT END PERFORM REVISA-RENGLON-HISTORIA
               END-READ
           END-PERFORM.

       REVISA-RENGLON-HISTORIA.
           IF SALHIS-CUENTA NOT = cuenta-trabajo
               MOVE 'Y' TO fin-historia
           ELSE
               IF SALHIS-FECHA > fecha-consulta
                   IF primer-renglon = 'S'
                       AND SALHIS-ORIGEN = 'S'
                       MOVE 'S' TO sin-historia
                   END-IF
                   MOVE 'Y' TO fin-historia
               ELSE
                   MOVE SALHIS-SALDO TO saldo-a-fecha
               END-IF
           END-IF
           MOVE 'N' TO primer-renglon.

       END PROGRAM CONSULTA-SALDOS-FECHA.

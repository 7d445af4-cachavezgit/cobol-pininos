      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Validacion compartida de un traspaso entre cuentas
      *          (TRANS-TYPE 'T' de registro-entrada.cpy), en el
      *          espiritu de TCAMBIO y DIAHABIL: todos los lectores
      *          de los archivos de data/control.txt juzgan igual si
      *          el traspaso entra completo o no entra. Un traspaso
      *          es valido solo si trae cuenta destino distinta de la
      *          de origen, monto positivo y las dos cuentas existen
      *          activas ('A') en el maestro de cuentas
      *          (data/cuentas-maestro.dat); si algo falla ninguna de
      *          las dos piernas se toma en cuenta y se regresa el
      *          motivo. Sin maestro de cuentas ningun traspaso pasa.
      *          Una cuenta cerrada ('C') se rechaza con su propio
      *          motivo, CERRADA.
      * Tectonics: cobc -m valtraspaso.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALTRASPASO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       WORKING-STORAGE SECTION.
           01      estado-archivo-cuentas PICTURE X(02).
           01      motivo-cuenta   PICTURE X(10).
       LINKAGE SECTION.
           COPY "registro-entrada.cpy".
           01      traspaso-valido PICTURE X(01).
           01      motivo-traspaso PICTURE X(30).

       PROCEDURE DIVISION USING INPUT-RECORD, traspaso-valido,
                                 motivo-traspaso.
       MAIN-PROCEDURE.
           MOVE 'N' TO traspaso-valido
           MOVE SPACES TO motivo-traspaso
           IF TRANS-CUENTA-DESTINO = SPACES
               MOVE "TRASPASO SIN CUENTA DESTINO" TO motivo-traspaso
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           IF TRANS-CUENTA-DESTINO = ACCOUNT-ID
               MOVE "TRASPASO A LA MISMA CUENTA" TO motivo-traspaso
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           IF TRANS-AMOUNT IS NOT NUMERIC
               OR TRANS-AMOUNT NOT > ZERO
               MOVE "TRASPASO CON MONTO NO POSITIVO"
                   TO motivo-traspaso
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
      * El maestro se abre y se cierra en cada consulta: el mismo
      * proceso del menu puede haber dado de baja o reactivado una
      * cuenta entre dos llamadas.
           OPEN INPUT ARCHIVO-CUENTAS
           IF estado-archivo-cuentas NOT = "00"
               MOVE "MAESTRO DE CUENTAS NO DISPONIBLE"
                   TO motivo-traspaso
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE ACCOUNT-ID TO CUENTA-ID
           PERFORM REVISA-CUENTA
           IF motivo-cuenta NOT = SPACES
               STRING "CUENTA ORIGEN " DELIMITED BY SIZE
                   motivo-cuenta DELIMITED BY SIZE
                   INTO motivo-traspaso
               CLOSE ARCHIVO-CUENTAS
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE TRANS-CUENTA-DESTINO TO CUENTA-ID
           PERFORM REVISA-CUENTA
           CLOSE ARCHIVO-CUENTAS
           IF motivo-cuenta NOT = SPACES
               STRING "CUENTA DESTINO " DELIMITED BY SIZE
                   motivo-cuenta DELIMITED BY SIZE
                   INTO motivo-traspaso
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE 'S' TO traspaso-valido.
       MAIN-PROCEDURE-EXIT.
           GOBACK.

       REVISA-CUENTA.
           MOVE SPACES TO motivo-cuenta
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   MOVE "NO EXISTE" TO motivo-cuenta
               NOT INVALID KEY
                   IF CUENTA-ESTADO = 'C'
                       MOVE "CERRADA" TO motivo-cuenta
                   ELSE
                       IF CUENTA-ESTADO NOT = 'A'
                           MOVE "NO ACTIVA" TO motivo-cuenta
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM VALTRASPASO.

      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Mantenimiento del mapa contable
      *          (data/mapa-contable.txt, el que consulta EXTRAE-MAYOR
      *          para armar la poliza al mayor), en el estilo de
      *          MANT-UMBRALES: alta o cambio de la regla de una
      *          combinacion de codigo de operacion, tipo de
      *          movimiento, moneda y sucursal ('*' deja abierta la
      *          dimension) con su cuenta contable de DEBE y de HABER
      *          y una descripcion, baja de una regla y listado. Sin
      *          regla que alcance una partida, EXTRAE-MAYOR la manda
      *          al reporte de partidas sin mapa en lugar de la poliza.
      *          Se llama desde el menu principal (nivel 3).
      * Tectonics: cobc -m mant-mapa-contable.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-MAPA-CONTABLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MAPA
           ASSIGN TO "data/mapa-contable.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-mapa.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MAPA.
           COPY "registro-mapa-contable.cpy".
       WORKING-STORAGE SECTION.
           01      estado-archivo-mapa PICTURE X(02).
           01      seleccion-mant  PICTURE X(01).
           01      fin-mant        PICTURE X(01) VALUE 'N'.
           01      fin-mapa        PICTURE X(01) VALUE 'N'.
           01      entrada-texto   PICTURE X(30).
           01      llave-capturada.
               05      operacion-capturada PICTURE X(01).
               05      tipo-capturado      PICTURE X(01).
               05      moneda-capturada    PICTURE X(03).
               05      sucursal-capturada  PICTURE X(04).
           01      llave-valida    PICTURE X(01) VALUE 'N'.
           01      regla-hallada   PICTURE X(01) VALUE 'N'.
           01      debe-capturada  PICTURE X(12).
           01      haber-capturada PICTURE X(12).
           01      descripcion-capturada PICTURE X(30).
      * Con la tabla desbordada no se guarda: reescribir el archivo
      * desde una tabla incompleta borraria las reglas que no cupieron.
           01      tabla-desbordada PICTURE X(01) VALUE 'N'.
           01      total-reglas    PICTURE 9(03) COMP VALUE ZERO.
           01      indice-regla    PICTURE 9(03) COMP VALUE ZERO.
           01      tabla-reglas.
               05      renglon-regla OCCURS 300 TIMES.
                   10      reg-operacion   PICTURE X(01).
                   10      reg-tipo        PICTURE X(01).
                   10      reg-moneda      PICTURE X(03).
                   10      reg-sucursal    PICTURE X(04).
                   10      reg-debe        PICTURE X(12).
                   10      reg-haber       PICTURE X(12).
                   10      reg-descripcion PICTURE X(30).
                   10      reg-viva        PICTURE X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGA-REGLAS
           MOVE 'N' TO fin-mant
           PERFORM MUESTRA-MENU-MAPA UNTIL fin-mant = 'S'
           GOBACK.

       MUESTRA-MENU-MAPA.
           DISPLAY " "
           DISPLAY "==================================================="
           DISPLAY " MANTENIMIENTO DEL MAPA CONTABLE"
           DISPLAY "==================================================="
           DISPLAY " 1. ALTA O CAMBIO DE REGLA"
           DISPLAY " 2. BAJA DE REGLA"
           DISPLAY " 3. LISTAR REGLAS"
           DISPLAY " 4. SALIR"
           DISPLAY "==================================================="
           DISPLAY "Seleccione una opcion: "
           ACCEPT seleccion-mant
           EVALUATE seleccion-mant
               WHEN '1'
                   PERFORM CAPTURA-REGLA
               WHEN '2'
                   PERFORM BAJA-REGLA
               WHEN '3'
                   PERFORM LISTA-REGLAS
               WHEN '4'
                   MOVE 'S' TO fin-mant
                   PERFORM GUARDA-REGLAS
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente de nuevo."
           END-EVALUATE.

      * La llave se captura dimension por dimension; cualquier
      * respuesta invalida (o vacia) regresa al menu sin tocar nada.
       SOLICITA-LLAVE.
           MOVE 'N' TO llave-valida
           MOVE SPACES TO llave-capturada
           DISPLAY "Codigo de operacion (S, R, M, D, P, E, Z del "
               "lote; C cliente o I intereses; * todos):"
           ACCEPT entrada-texto
           IF entrada-texto(1:1) = 'S' OR 'R' OR 'M' OR 'D'
               OR 'P' OR 'E' OR 'Z' OR 'C' OR 'I' OR '*'
               MOVE entrada-texto(1:1) TO operacion-capturada
           ELSE
               DISPLAY "Codigo de operacion invalido."
               GO TO SOLICITA-LLAVE-FIN
           END-IF
           DISPLAY "Tipo de movimiento (M normal, R reverso, "
               "T traspaso; * todos):"
           ACCEPT entrada-texto
           IF entrada-texto(1:1) = 'M' OR 'R' OR 'T' OR '*'
               MOVE entrada-texto(1:1) TO tipo-capturado
           ELSE
               DISPLAY "Tipo de movimiento invalido."
               GO TO SOLICITA-LLAVE-FIN
           END-IF
           DISPLAY "Moneda (tres letras, por ejemplo USD; * todas):"
           ACCEPT entrada-texto
           IF entrada-texto(1:1) = '*'
               MOVE '*' TO moneda-capturada
           ELSE
               IF entrada-texto(1:3) IS ALPHABETIC
                   AND entrada-texto(3:1) NOT = SPACE
                   MOVE entrada-texto(1:3) TO moneda-capturada
               ELSE
                   DISPLAY "Moneda invalida."
                   GO TO SOLICITA-LLAVE-FIN
               END-IF
           END-IF
           DISPLAY "Sucursal (cuatro posiciones, ???? sin sucursal; "
               "* todas):"
           ACCEPT entrada-texto
           IF entrada-texto(1:1) = '*'
               MOVE '*' TO sucursal-capturada
           ELSE
               IF entrada-texto(4:1) NOT = SPACE
                   AND entrada-texto(5:1) = SPACE
                   MOVE entrada-texto(1:4) TO sucursal-capturada
               ELSE
                   DISPLAY "Sucursal invalida, capture 4 posiciones."
                   GO TO SOLICITA-LLAVE-FIN
               END-IF
           END-IF
           MOVE 'S' TO llave-valida
           PERFORM BUSCA-REGLA.
       SOLICITA-LLAVE-FIN.
           EXIT.

       CAPTURA-REGLA.
           PERFORM SOLICITA-LLAVE THRU SOLICITA-LLAVE-FIN
           IF llave-valida = 'S'
               DISPLAY "Cuenta contable de DEBE (hasta 12 posiciones):"
               ACCEPT entrada-texto
               MOVE entrada-texto(1:12) TO debe-capturada
               DISPLAY "Cuenta contable de HABER (hasta 12 "
                   "posiciones):"
               ACCEPT entrada-texto
               MOVE entrada-texto(1:12) TO haber-capturada
               IF debe-capturada = SPACES OR haber-capturada = SPACES
                   DISPLAY "Las dos cuentas son obligatorias."
               ELSE
                   IF debe-capturada = haber-capturada
                       DISPLAY "DEBE y HABER no pueden ser la misma "
                           "cuenta."
                   ELSE
                       DISPLAY "Descripcion (hasta 30 posiciones):"
                       ACCEPT descripcion-capturada
                       PERFORM APLICA-REGLA
                   END-IF
               END-IF
           END-IF.

       APLICA-REGLA.
           IF regla-hallada = 'S'
               MOVE debe-capturada TO reg-debe(indice-regla)
               MOVE haber-capturada TO reg-haber(indice-regla)
               MOVE descripcion-capturada
                   TO reg-descripcion(indice-regla)
               DISPLAY "Regla actualizada."
           ELSE
               IF total-reglas >= 300
                   DISPLAY "TABLA DEL MAPA CONTABLE LLENA."
               ELSE
                   ADD 1 TO total-reglas
                   MOVE operacion-capturada
                       TO reg-operacion(total-reglas)
                   MOVE tipo-capturado TO reg-tipo(total-reglas)
                   MOVE moneda-capturada TO reg-moneda(total-reglas)
                   MOVE sucursal-capturada
                       TO reg-sucursal(total-reglas)
                   MOVE debe-capturada TO reg-debe(total-reglas)
                   MOVE haber-capturada TO reg-haber(total-reglas)
                   MOVE descripcion-capturada
                       TO reg-descripcion(total-reglas)
                   MOVE 'S' TO reg-viva(total-reglas)
                   DISPLAY "Regla dada de alta."
               END-IF
           END-IF.

       BAJA-REGLA.
           PERFORM SOLICITA-LLAVE THRU SOLICITA-LLAVE-FIN
           IF llave-valida = 'S'
               IF regla-hallada = 'S'
                   MOVE 'N' TO reg-viva(indice-regla)
                   DISPLAY "Regla dada de baja."
               ELSE
                   DISPLAY "Esa combinacion no tiene regla."
               END-IF
           END-IF.

       BUSCA-REGLA.
           MOVE 'N' TO regla-hallada
           MOVE ZERO TO indice-regla
           PERFORM COMPARA-REGLA
               UNTIL regla-hallada = 'S'
                  OR indice-regla >= total-reglas.

       COMPARA-REGLA.
           ADD 1 TO indice-regla
           IF reg-operacion(indice-regla) = operacion-capturada
               AND reg-tipo(indice-regla) = tipo-capturado
               AND reg-moneda(indice-regla) = moneda-capturada
               AND reg-sucursal(indice-regla) = sucursal-capturada
               AND reg-viva(indice-regla) = 'S'
               MOVE 'S' TO regla-hallada
           END-IF.

       LISTA-REGLAS.
           DISPLAY " "
           DISPLAY "REGLAS DEL MAPA CONTABLE (OP TIPO MONEDA SUCURSAL"
               " / DEBE / HABER):"
           MOVE ZERO TO indice-regla
           PERFORM LISTA-REGLA-LINEA
               UNTIL indice-regla >= total-reglas.

       LISTA-REGLA-LINEA.
           ADD 1 TO indice-regla
           IF reg-viva(indice-regla) = 'S'
               DISPLAY reg-operacion(indice-regla) " "
                   reg-tipo(indice-regla) " "
                   reg-moneda(indice-regla) " "
                   reg-sucursal(indice-regla) "  "
                   reg-debe(indice-regla) " "
                   reg-haber(indice-regla) " "
                   FUNCTION TRIM(reg-descripcion(indice-regla))
           END-IF.

       CARGA-REGLAS.
           MOVE ZERO TO total-reglas
           MOVE 'N' TO tabla-desbordada
           MOVE 'N' TO fin-mapa
           OPEN INPUT ARCHIVO-MAPA
           IF estado-archivo-mapa = "00"
               PERFORM UNTIL fin-mapa = 'Y'
                   READ ARCHIVO-MAPA
                       AT END MOVE 'Y' TO fin-mapa
                       NOT AT END PERFORM CARGA-REGLA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-MAPA
           END-IF.

       CARGA-REGLA.
           IF REGISTRO-MAPA-CONTABLE(1:1) NOT = SPACE
               IF total-reglas >= 300
                   IF tabla-desbordada = 'N'
                       DISPLAY "AVISO: TABLA DEL MAPA CONTABLE "
                           "DESBORDADA; NO SE GUARDARAN CAMBIOS."
                   END-IF
                   MOVE 'S' TO tabla-desbordada
               ELSE
                   ADD 1 TO total-reglas
                   MOVE MAPA-OPERACION TO reg-operacion(total-reglas)
                   MOVE MAPA-TIPO TO reg-tipo(total-reglas)
                   MOVE MAPA-MONEDA TO reg-moneda(total-reglas)
                   MOVE MAPA-SUCURSAL TO reg-sucursal(total-reglas)
                   MOVE MAPA-CUENTA-DEBE TO reg-debe(total-reglas)
                   MOVE MAPA-CUENTA-HABER TO reg-haber(total-reglas)
                   MOVE MAPA-DESCRIPCION
                       TO reg-descripcion(total-reglas)
                   MOVE 'S' TO reg-viva(total-reglas)
               END-IF
           END-IF.

       GUARDA-REGLAS.
           IF tabla-desbordada = 'S'
               DISPLAY "EL MAPA CONTABLE NO CUPO COMPLETO EN LA "
                   "TABLA; NO SE GUARDA."
           ELSE
               OPEN OUTPUT ARCHIVO-MAPA
               IF estado-archivo-mapa NOT = "00"
                   DISPLAY "NO SE PUDO GUARDAR data/mapa-contable.txt,"
                       " FILE STATUS: " estado-archivo-mapa
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO indice-regla
                   PERFORM GUARDA-REGLA-LINEA
                       UNTIL indice-regla >= total-reglas
                   CLOSE ARCHIVO-MAPA
                   DISPLAY "Mapa contable guardado."
               END-IF
           END-IF.

       GUARDA-REGLA-LINEA.
           ADD 1 TO indice-regla
           IF reg-viva(indice-regla) = 'S'
               MOVE SPACES TO REGISTRO-MAPA-CONTABLE
               MOVE reg-operacion(indice-regla) TO MAPA-OPERACION
               MOVE reg-tipo(indice-regla) TO MAPA-TIPO
               MOVE reg-moneda(indice-regla) TO MAPA-MONEDA
               MOVE reg-sucursal(indice-regla) TO MAPA-SUCURSAL
               MOVE reg-debe(indice-regla) TO MAPA-CUENTA-DEBE
               MOVE reg-haber(indice-regla) TO MAPA-CUENTA-HABER
               MOVE reg-descripcion(indice-regla) TO MAPA-DESCRIPCION
               WRITE REGISTRO-MAPA-CONTABLE
           END-IF.

       END PROGRAM MANTENIMIENTO-MAPA-CONTABLE.

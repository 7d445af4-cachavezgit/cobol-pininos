      *          data/interfaz-mayor-<etiqueta>-corr.txt solo con las
      *          lineas rechazadas y su propio registro de control,
      *          para dejar de reenviar archivos completos.
      *          Desde que EXTRAE-MAYOR manda una poliza de partida
      *          doble, el acuse es por asiento: el registro 'T' trae
      *          asientos, total del DEBE, total del HABER y lineas, la
      *          linea 'A' repite los asientos y el total del DEBE, y
      *          el numero de una linea 'R' es el del asiento
      *          rechazado. Una poliza cuyo DEBE no iguala al HABER es
      *          DESCUADRE aunque el acuse case, y el extracto
      *          corregido lleva las dos lineas de cada asiento
      *          rechazado, para que tambien cuadre.
      *          Los montos de la interfaz llevan punto decimal (es el
      *          formato del sistema contable), por eso aqui no aplica
      *          el DECIMAL-POINT IS COMMA de la casa.
           01      fin-acuse       PICTURE X(01) VALUE 'N'.
           01      fin-interfaz    PICTURE X(01) VALUE 'N'.
           01      campos-linea.
               05      campo-linea OCCURS 6 TIMES PICTURE X(20).
      * Lo que el acuse dice haber cargado (linea 'A') y lo que el
      * extracto declaro en su registro 'T'; si no casan, alguien
      * cargo otro archivo u otra version y el acuse no vale.
           01      control-visto   PICTURE X(01) VALUE 'N'.
           01      control-regs    PICTURE 9(06) VALUE ZERO.
           01      control-total   PICTURE S9(9)V99 VALUE ZERO.
           01      control-haber   PICTURE S9(9)V99 VALUE ZERO.
      * Asientos rechazados segun el acuse, por su numero dentro de
      * la poliza.
           01      total-rechazos  PICTURE 9(03) COMP VALUE ZERO.
           01      indice-rechazo  PICTURE 9(03) COMP VALUE ZERO.
           01      rechazo-hallado PICTURE X(01) VALUE 'N'.
           01      linea-trabajo   PICTURE 9(06).
           01      regs-correccion PICTURE 9(06) VALUE ZERO.
           01      total-correccion PICTURE S9(9)V99 VALUE ZERO.
           01      haber-correccion PICTURE S9(9)V99 VALUE ZERO.
           01      lineas-correccion PICTURE 9(06) VALUE ZERO.
           01      ultimo-asiento  PICTURE 9(06) VALUE ZERO.
           01      haber-f         PICTURE -(9)9.99.
           01      lineas-f        PICTURE Z(5)9.
           01      monto-trabajo   PICTURE S9(9)V99.
           01      estado-extracto PICTURE X(10).
           01      regs-f          PICTURE Z(5)9.
           IF codigo-retorno NOT = ZERO
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM DICTAMINA-EXTRACTO THRU DICTAMINA-EXTRACTO-FIN
           IF estado-extracto = "RECHAZADA"
               PERFORM GENERA-CORRECCION THRU GENERA-CORRECCION-FIN
           END-IF
               MOVE SPACES TO campos-linea
               UNSTRING registro-interfaz DELIMITED BY ";"
                   INTO campo-linea(1) campo-linea(2) campo-linea(3)
                        campo-linea(4)
               MOVE 'S' TO control-visto
               IF FUNCTION TRIM(campo-linea(2)) IS NUMERIC
                   MOVE FUNCTION NUMVAL(campo-linea(2))
               END-IF
               MOVE FUNCTION NUMVAL(campo-linea(3))
                   TO control-total
               MOVE FUNCTION NUMVAL(campo-linea(4))
                   TO control-haber
           END-IF.

      * El acuse solo vale si lo que contabilidad dice haber cargado
      * es el extracto que mandamos; con descuadre no hay dictamen.
       DICTAMINA-EXTRACTO.
           IF control-total NOT = control-haber
               MOVE "DESCUADRE" TO estado-extracto
               DISPLAY "LA POLIZA " etiqueta-pedida " NO CUADRA: SU "
                   "DEBE NO IGUALA A SU HABER."
               MOVE 8 TO codigo-retorno
               GO TO DICTAMINA-EXTRACTO-FIN
           END-IF
           IF acuse-regs NOT = control-regs
               OR acuse-total NOT = control-total
               MOVE "DESCUADRE" TO estado-extracto
               ELSE
                   MOVE "RECHAZADA" TO estado-extracto
                   DISPLAY "EXTRACTO " etiqueta-pedida
                       " CON " total-rechazos " ASIENTOS RECHAZADOS."
                   MOVE 4 TO codigo-retorno
               END-IF
           END-IF.
       DICTAMINA-EXTRACTO-FIN.
           EXIT.

      * El extracto corregido lleva solo los asientos que el acuse
      * rechazo, con sus dos lineas y su propio registro 'T'
      * recalculado, listo para reenviarse tal cual.
       GENERA-CORRECCION.
           OPEN OUTPUT ARCHIVO-CORRECCION
           IF estado-archivo-correccion NOT = "00"
           END-IF
           MOVE 'N' TO fin-interfaz
           MOVE ZERO TO linea-detalle
           MOVE ZERO TO ultimo-asiento
           OPEN INPUT ARCHIVO-INTERFAZ
           IF estado-archivo-interfaz NOT = "00"
               DISPLAY "NO SE PUDO RELEER "
           CLOSE ARCHIVO-INTERFAZ
           MOVE regs-correccion TO regs-f
           MOVE total-correccion TO total-f
           MOVE haber-correccion TO haber-f
           MOVE lineas-correccion TO lineas-f
           MOVE SPACES TO registro-correccion
           STRING "T;" DELIMITED BY SIZE
               FUNCTION TRIM(regs-f) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(total-f) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(haber-f) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(lineas-f) DELIMITED BY SIZE
               INTO registro-correccion
           WRITE registro-correccion
           CLOSE ARCHIVO-CORRECCION
           DISPLAY "EXTRACTO CORREGIDO CON " regs-correccion
               " ASIENTOS EN " FUNCTION TRIM(nombre-correccion).
       GENERA-CORRECCION-FIN.
           EXIT.

       COPIA-LINEA-RECHAZADA.
           IF registro-interfaz(1:2) = "D;"
               MOVE SPACES TO campos-linea
               UNSTRING registro-interfaz DELIMITED BY ";"
                   INTO campo-linea(1) campo-linea(2) campo-linea(3)
                        campo-linea(4) campo-linea(5) campo-linea(6)
               MOVE FUNCTION NUMVAL(campo-linea(2)) TO linea-detalle
               MOVE 'N' TO rechazo-hallado
               MOVE ZERO TO indice-rechazo
               PERFORM COMPARA-RECHAZO
                   UNTIL rechazo-hallado = 'S'
                      OR indice-rechazo >= total-rechazos
               IF rechazo-hallado = 'S'
                   IF linea-detalle NOT = ultimo-asiento
                       ADD 1 TO regs-correccion
                       MOVE linea-detalle TO ultimo-asiento
                   END-IF
                   ADD 1 TO lineas-correccion
                   MOVE FUNCTION NUMVAL(campo-linea(4))
                       TO monto-trabajo
                   ADD monto-trabajo TO total-correccion
                   MOVE FUNCTION NUMVAL(campo-linea(5))
                       TO monto-trabajo
                   ADD monto-trabajo TO haber-correccion
                   WRITE registro-correccion FROM registro-interfaz
               END-IF
           END-IF.

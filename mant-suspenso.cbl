      *          clave aqui mismo; ambas claves acompanian la
      *          transaccion hasta su linea de auditoria. Antes
      *          cualquier firmado podia inventar una transaccion y
      *          el lote la corria sin segunda mirada. El banco de
      *          origen y su referencia viajan con la transaccion a la
      *          resubmision, para que la conciliacion bancaria la
      *          reconozca cuando por fin procese.
      * Tectonics: cobc -m mant-suspenso.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SUSPENSO.
       01  registro-suspenso-archivo   PICTURE X(72).
       FD  ARCHIVO-RESUBMISION.
       01  registro-resubmision        PICTURE X(53).
       FD  ARCHIVO-SESION.
       01  registro-sesion             PICTURE X(08).
       FD  ARCHIVO-OPERADORES.
                   10      pend-nueva-var2 PICTURE S9(5)V99.
                   10      pend-corrector  PICTURE X(08).
                   10      pend-aprobador  PICTURE X(08).
                   10      pend-origen     PICTURE X(08).
                   10      pend-referencia PICTURE X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   MOVE SPACES TO pend-corrector(total-pendientes)
               END-IF
               MOVE SPACES TO pend-aprobador(total-pendientes)
               MOVE susp-origen TO pend-origen(total-pendientes)
               MOVE susp-referencia
                   TO pend-referencia(total-pendientes)
           END-IF.

       REVISA-PENDIENTES.
               MOVE pend-nueva-var1(indice-pendiente) TO trans-var1
               MOVE pend-nueva-var2(indice-pendiente) TO trans-var2
               MOVE SPACES TO registro-resubmision
               STRING registro-transaccion(1:17) DELIMITED BY SIZE
                   pend-corrector(indice-pendiente)
                       DELIMITED BY SIZE
                   pend-aprobador(indice-pendiente)
                       DELIMITED BY SIZE
                   pend-referencia(indice-pendiente)
                       DELIMITED BY SIZE
                   pend-origen(indice-pendiente)
                       DELIMITED BY SIZE
                   INTO registro-resubmision
               WRITE registro-resubmision
           ELSE
                   MOVE ZERO TO susp-nueva-var2
                   MOVE SPACES TO susp-corrector
               END-IF
               MOVE pend-origen(indice-pendiente) TO susp-origen
               MOVE pend-referencia(indice-pendiente)
                   TO susp-referencia
               WRITE registro-suspenso-archivo FROM registro-suspenso
           END-IF.


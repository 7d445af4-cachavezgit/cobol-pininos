      *          entra al siguiente lote por el camino de
      *          resubmision, que no vuelve a pasar por el umbral) o
      *          rechazar (se suelta y queda solo el aviso); lo no
      *          revisado permanece retenido. El banco de origen y
      *          su referencia viajan con la liberada a la
      *          resubmision, igual que en MANTENIMIENTO-SUSPENSO.
      * Tectonics: cobc -x mant-retenidas.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-RETENIDAS.
       01  registro-retenida-archivo   PICTURE X(72).
       FD  ARCHIVO-RESUBMISION.
       01  registro-resubmision        PICTURE X(53).
       FD  ARCHIVO-SESION.
       01  registro-sesion             PICTURE X(08).
       FD  ARCHIVO-OPERADORES.
                   10      ret-var2      PICTURE S9(5)V99.
                   10      ret-etiqueta  PICTURE X(07).
                   10      ret-estado    PICTURE X(01).
                   10      ret-origen    PICTURE X(08).
                   10      ret-referencia PICTURE X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE susp-var2 TO ret-var2(total-retenidas)
               MOVE susp-etiqueta TO ret-etiqueta(total-retenidas)
               MOVE 'R' TO ret-estado(total-retenidas)
               MOVE susp-origen TO ret-origen(total-retenidas)
               MOVE susp-referencia TO ret-referencia(total-retenidas)
           END-IF.

       REVISA-RETENIDAS.
                   MOVE ret-var1(indice-retenida) TO trans-var1
                   MOVE ret-var2(indice-retenida) TO trans-var2
                   MOVE SPACES TO registro-resubmision
                   STRING registro-transaccion(1:17)
                           DELIMITED BY SIZE
                       operador-sesion DELIMITED BY SIZE
                       operador-sesion DELIMITED BY SIZE
                       ret-referencia(indice-retenida)
                           DELIMITED BY SIZE
                       ret-origen(indice-retenida) DELIMITED BY SIZE
                       INTO registro-resubmision
                   WRITE registro-resubmision
               WHEN 'X'
                   MOVE ZERO TO susp-nueva-var1
                   MOVE ZERO TO susp-nueva-var2
                   MOVE SPACES TO susp-corrector
                   MOVE ret-origen(indice-retenida) TO susp-origen
                   MOVE ret-referencia(indice-retenida)
                       TO susp-referencia
                   WRITE registro-retenida-archivo
                       FROM registro-suspenso
           END-EVALUATE.

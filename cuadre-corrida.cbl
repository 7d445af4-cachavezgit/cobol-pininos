       FD  ARCHIVO-RESULTADOS.
       01  registro-resultado      PICTURE X(80).
       FD  ARCHIVO-PISTA.
      * Los 130 del texto de la linea y su sello de cadena.
       01  registro-pista          PICTURE X(159).
       FD  ARCHIVO-REPORTE.
       01  registro-reporte        PICTURE X(100).
       FD  ARCHIVO-SUSPENSO.
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END
                           MOVE ZERO TO apariciones
                           INSPECT registro-pista(1:130)
                               TALLYING apariciones
                               FOR ALL etiqueta-corrida
                           IF apariciones > ZERO

      *          desde memoria, asi que un corte de luz a media
      *          reescritura dejaba un maestro trunco y sin regreso.
      *          RESPALDA deja una generacion fechada (con la fecha de
      *          negocio) de los diez maestros: saldos, cuentas,
      *          posiciones en moneda extranjera, historial de saldos,
      *          bloqueos y limites de sobregiro (indexados, volcados a
      *          plano), tipos de cambio, quiebres pendientes, suspenso
      *          e historial de movimientos, catalogada en
      *          data/respaldo-catalogo.txt; si la fecha ya tiene
      *          generacion no se vuelve a respaldar, para que una
      *          reanudacion a media tarde no pise el respaldo bueno
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-POSICIONES
           ASSIGN TO "data/posiciones-moneda.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POSMON-LLAVE
           FILE STATUS IS estado-archivo-posiciones.
           SELECT ARCHIVO-SALDOS-HISTORICOS
           ASSIGN TO "data/saldos-historicos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SALHIS-LLAVE
           FILE STATUS IS estado-archivo-salhis.
           SELECT ARCHIVO-BLOQUEOS
           ASSIGN TO "data/bloqueos-cuentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BLOQUEO-LLAVE
           FILE STATUS IS estado-archivo-bloqueos.
           SELECT ARCHIVO-LIMITES
           ASSIGN TO "data/limites-cuentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LIMITE-CUENTA
           FILE STATUS IS estado-archivo-limites.
           SELECT ARCHIVO-TEXTO-ENTRADA
           ASSIGN TO DYNAMIC nombre-texto-entrada
           ORGANIZATION IS LINE SEQUENTIAL
           COPY "registro-saldo.cpy".
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-POSICIONES.
           COPY "registro-posicion-moneda.cpy".
       FD  ARCHIVO-SALDOS-HISTORICOS.
           COPY "registro-saldo-historico.cpy".
       FD  ARCHIVO-BLOQUEOS.
           COPY "registro-bloqueo.cpy".
       FD  ARCHIVO-LIMITES.
           COPY "registro-limite.cpy".
       FD  ARCHIVO-TEXTO-ENTRADA.
       01  registro-texto-entrada  PICTURE X(120).
       FD  ARCHIVO-TEXTO-SALIDA.
       WORKING-STORAGE SECTION.
           01      estado-archivo-saldos  PICTURE X(02).
           01      estado-archivo-cuentas PICTURE X(02).
           01      estado-archivo-posiciones PICTURE X(02).
           01      estado-archivo-salhis PICTURE X(02).
           01      estado-archivo-bloqueos PICTURE X(02).
           01      estado-archivo-limites PICTURE X(02).
           01      estado-texto-entrada   PICTURE X(02).
           01      estado-texto-salida    PICTURE X(02).
           01      estado-archivo-catalogo PICTURE X(02).
           END-IF
           PERFORM RESPALDA-SALDOS
           PERFORM RESPALDA-CUENTAS
           PERFORM RESPALDA-POSICIONES
           PERFORM RESPALDA-SALDOS-HISTORICOS
           PERFORM RESPALDA-BLOQUEOS
           PERFORM RESPALDA-LIMITES
           MOVE "data/tipos-cambio.txt" TO nombre-texto-entrada
           PERFORM ARMA-NOMBRE-TASAS
           PERFORM COPIA-TEXTO
           MOVE "data/suspenso.txt" TO nombre-texto-entrada
           PERFORM ARMA-NOMBRE-SUSPENSO
           PERFORM COPIA-TEXTO
           MOVE "data/historial-movimientos.txt"
               TO nombre-texto-entrada
           PERFORM ARMA-NOMBRE-HISTORIAL
           PERFORM COPIA-TEXTO
           PERFORM ASIENTA-CATALOGO
           DISPLAY "MAESTROS RESPALDADOS EN LA GENERACION "
               fecha-negocio ".".
       RESPALDA-CUENTAS.
           MOVE ZERO TO regs-copiados
           OPEN INPUT ARCHIVO-CUENTAS
      * Estado 39: el maestro todavia trae un registro viejo (41
      * bytes, anterior a la columna de sucursal, o 45, anterior a la
      * de cliente); se migra al vuelo y se reintenta. Como el
      * respaldo corre al inicio de cada flujo, esto deja el maestro
      * migrado antes de que los demas programas de la tarde lo
      * abran.
           IF estado-archivo-cuentas = "39"
               CALL "MIGRA-CUENTAS" USING resultado-migracion
               IF resultado-migracion = 'S'
               CLOSE ARCHIVO-CUENTAS
           END-IF.

       RESPALDA-POSICIONES.
           MOVE ZERO TO regs-copiados
           OPEN INPUT ARCHIVO-POSICIONES
           IF estado-archivo-posiciones NOT = "00"
               DISPLAY "SIN POSICIONES EN MONEDA QUE RESPALDAR, "
                   "FILE STATUS: "
                   estado-archivo-posiciones
           ELSE
               PERFORM ARMA-NOMBRE-POSICIONES
               OPEN OUTPUT ARCHIVO-TEXTO-SALIDA
               IF estado-texto-salida NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR "
                       FUNCTION TRIM(nombre-texto-salida)
                       ", FILE STATUS: " estado-texto-salida
                   MOVE 16 TO codigo-retorno
               ELSE
                   MOVE 'N' TO fin-archivo
                   PERFORM UNTIL fin-archivo = 'Y'
                       READ ARCHIVO-POSICIONES NEXT
                           AT END MOVE 'Y' TO fin-archivo
                           NOT AT END
                               WRITE registro-texto-salida
                                   FROM REGISTRO-POSICION-MONEDA
                               ADD 1 TO regs-copiados
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TEXTO-SALIDA
                   DISPLAY "POSICIONES RESPALDADAS: " regs-copiados
                       " POSICIONES."
               END-IF
               CLOSE ARCHIVO-POSICIONES
           END-IF.

       RESPALDA-SALDOS-HISTORICOS.
           MOVE ZERO TO regs-copiados
           OPEN INPUT ARCHIVO-SALDOS-HISTORICOS
           IF estado-archivo-salhis NOT = "00"
               DISPLAY "SIN HISTORIAL DE SALDOS QUE RESPALDAR, "
                   "FILE STATUS: "
                   estado-archivo-salhis
           ELSE
               PERFORM ARMA-NOMBRE-SALDOS-HISTORICOS
               OPEN OUTPUT ARCHIVO-TEXTO-SALIDA
               IF estado-texto-salida NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR "
                       FUNCTION TRIM(nombre-texto-salida)
                       ", FILE STATUS: " estado-texto-salida
                   MOVE 16 TO codigo-retorno
               ELSE
                   MOVE 'N' TO fin-archivo
                   PERFORM UNTIL fin-archivo = 'Y'
                       READ ARCHIVO-SALDOS-HISTORICOS NEXT
                           AT END MOVE 'Y' TO fin-archivo
                           NOT AT END
                               WRITE registro-texto-salida
                                   FROM REGISTRO-SALDO-HISTORICO
                               ADD 1 TO regs-copiados
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TEXTO-SALIDA
                   DISPLAY "HISTORIAL DE SALDOS RESPALDADO: "
                       regs-copiados
                       " RENGLONES."
               END-IF
               CLOSE ARCHIVO-SALDOS-HISTORICOS
           END-IF.

       RESPALDA-BLOQUEOS.
           MOVE ZERO TO regs-copiados
           OPEN INPUT ARCHIVO-BLOQUEOS
           IF estado-archivo-bloqueos NOT = "00"
               DISPLAY "SIN BLOQUEOS QUE RESPALDAR, "
                   "FILE STATUS: "
                   estado-archivo-bloqueos
           ELSE
               PERFORM ARMA-NOMBRE-BLOQUEOS
               OPEN OUTPUT ARCHIVO-TEXTO-SALIDA
               IF estado-texto-salida NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR "
                       FUNCTION TRIM(nombre-texto-salida)
                       ", FILE STATUS: " estado-texto-salida
                   MOVE 16 TO codigo-retorno
               ELSE
                   MOVE 'N' TO fin-archivo
                   PERFORM UNTIL fin-archivo = 'Y'
                       READ ARCHIVO-BLOQUEOS NEXT
                           AT END MOVE 'Y' TO fin-archivo
                           NOT AT END
                               WRITE registro-texto-salida
                                   FROM REGISTRO-BLOQUEO
                               ADD 1 TO regs-copiados
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TEXTO-SALIDA
                   DISPLAY "BLOQUEOS RESPALDADOS: " regs-copiados
                       " BLOQUEOS."
               END-IF
               CLOSE ARCHIVO-BLOQUEOS
           END-IF.

       RESPALDA-LIMITES.
           MOVE ZERO TO regs-copiados
           OPEN INPUT ARCHIVO-LIMITES
           IF estado-archivo-limites NOT = "00"
               DISPLAY "SIN LIMITES QUE RESPALDAR, "
                   "FILE STATUS: "
                   estado-archivo-limites
           ELSE
               PERFORM ARMA-NOMBRE-LIMITES
               OPEN OUTPUT ARCHIVO-TEXTO-SALIDA
               IF estado-texto-salida NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR "
                       FUNCTION TRIM(nombre-texto-salida)
                       ", FILE STATUS: " estado-texto-salida
                   MOVE 16 TO codigo-retorno
               ELSE
                   MOVE 'N' TO fin-archivo
                   PERFORM UNTIL fin-archivo = 'Y'
                       READ ARCHIVO-LIMITES NEXT
                           AT END MOVE 'Y' TO fin-archivo
                           NOT AT END
                               WRITE registro-texto-salida
                                   FROM REGISTRO-LIMITE
                               ADD 1 TO regs-copiados
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TEXTO-SALIDA
                   DISPLAY "LIMITES RESPALDADOS: " regs-copiados
                       " CUENTAS."
               END-IF
               CLOSE ARCHIVO-LIMITES
           END-IF.

       COPIA-TEXTO.
           MOVE ZERO TO regs-copiados
           OPEN INPUT ARCHIVO-TEXTO-ENTRADA
           END-IF
           PERFORM RESTAURA-SALDOS
           PERFORM RESTAURA-CUENTAS
           PERFORM RESTAURA-POSICIONES
           PERFORM RESTAURA-SALDOS-HISTORICOS
           PERFORM RESTAURA-BLOQUEOS
           PERFORM RESTAURA-LIMITES
           PERFORM ARMA-NOMBRE-TASAS
           MOVE nombre-texto-salida TO nombre-texto-entrada
           MOVE "data/tipos-cambio.txt" TO nombre-texto-salida
           MOVE nombre-texto-salida TO nombre-texto-entrada
           MOVE "data/suspenso.txt" TO nombre-texto-salida
           PERFORM COPIA-TEXTO
           PERFORM ARMA-NOMBRE-HISTORIAL
           MOVE nombre-texto-salida TO nombre-texto-entrada
           MOVE "data/historial-movimientos.txt"
               TO nombre-texto-salida
           PERFORM COPIA-TEXTO
           PERFORM ASIENTA-BITACORA
           DISPLAY "GENERACION " fecha-pedida " RESTAURADA.".
       RESTAURA-GENERACION-FIN.
           END-IF.

       CARGA-CUENTA.
           MOVE registro-texto-entrada(1:53) TO REGISTRO-CUENTA
           WRITE REGISTRO-CUENTA
               INVALID KEY
                   DISPLAY "CUENTA REPETIDA EN EL RESPALDO DE "
                   ADD 1 TO regs-copiados
           END-WRITE.

       RESTAURA-POSICIONES.
           MOVE ZERO TO regs-copiados
           PERFORM ARMA-NOMBRE-POSICIONES
           MOVE nombre-texto-salida TO nombre-texto-entrada
           OPEN INPUT ARCHIVO-TEXTO-ENTRADA
           IF estado-texto-entrada NOT = "00"
               DISPLAY "SIN COMPONENTE DE POSICIONES EN MONEDA "
                   "EN LA GENERACION, "
                   "LAS POSICIONES EN MONEDA NO SE TOCA."
               MOVE 8 TO codigo-retorno
           ELSE
               OPEN OUTPUT ARCHIVO-POSICIONES
               IF estado-archivo-posiciones NOT = "00"
                   DISPLAY "NO SE PUDO REESCRIBIR "
                       "LAS POSICIONES EN MONEDA, "
                       "FILE STATUS: " estado-archivo-posiciones
                   MOVE 16 TO codigo-retorno
               ELSE
                   MOVE 'N' TO fin-archivo
                   PERFORM UNTIL fin-archivo = 'Y'
                       READ ARCHIVO-TEXTO-ENTRADA
                           AT END MOVE 'Y' TO fin-archivo
                           NOT AT END PERFORM CARGA-POSICIONES
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-POSICIONES
                   DISPLAY "POSICIONES RESTAURADAS: " regs-copiados
                       " POSICIONES."
               END-IF
               CLOSE ARCHIVO-TEXTO-ENTRADA
           END-IF.

       CARGA-POSICIONES.
           MOVE registro-texto-entrada(1:47) TO REGISTRO-POSICION-MONEDA
           WRITE REGISTRO-POSICION-MONEDA
               INVALID KEY
                   DISPLAY "LLAVE REPETIDA EN EL RESPALDO DE "
                       "POSICIONES EN MONEDA, NO RESTAURADA: "
                       POSMON-LLAVE
               NOT INVALID KEY
                   ADD 1 TO regs-copiados
           END-WRITE.

       RESTAURA-SALDOS-HISTORICOS.
           MOVE ZERO TO regs-copiados
           PERFORM ARMA-NOMBRE-SALDOS-HISTORICOS
           MOVE nombre-texto-salida TO nombre-texto-entrada
           OPEN INPUT ARCHIVO-TEXTO-ENTRADA
           IF estado-texto-entrada NOT = "00"
               DISPLAY "SIN COMPONENTE DE HISTORIAL DE SALDOS "
                   "EN LA GENERACION, "
                   "EL HISTORIAL DE SALDOS NO SE TOCA."
               MOVE 8 TO codigo-retorno
           ELSE
               OPEN OUTPUT ARCHIVO-SALDOS-HISTORICOS
               IF estado-archivo-salhis NOT = "00"
                   DISPLAY "NO SE PUDO REESCRIBIR "
                       "EL HISTORIAL DE SALDOS, "
                       "FILE STATUS: " estado-archivo-salhis
                   MOVE 16 TO codigo-retorno
               ELSE
                   MOVE 'N' TO fin-archivo
                   PERFORM UNTIL fin-archivo = 'Y'
                       READ ARCHIVO-TEXTO-ENTRADA
                           AT END MOVE 'Y' TO fin-archivo
                           NOT AT END PERFORM CARGA-SALDOS-HISTORICOS
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-SALDOS-HISTORICOS
                   DISPLAY "HISTORIAL DE SALDOS RESTAURADO: "
                       regs-copiados
                       " RENGLONES."
               END-IF
               CLOSE ARCHIVO-TEXTO-ENTRADA
           END-IF.

       CARGA-SALDOS-HISTORICOS.
           MOVE registro-texto-entrada(1:55) TO REGISTRO-SALDO-HISTORICO
           WRITE REGISTRO-SALDO-HISTORICO
               INVALID KEY
                   DISPLAY "LLAVE REPETIDA EN EL RESPALDO DE "
                       "HISTORIAL DE SALDOS, NO RESTAURADA: "
                       SALHIS-LLAVE
               NOT INVALID KEY
                   ADD 1 TO regs-copiados
           END-WRITE.

       RESTAURA-BLOQUEOS.
           MOVE ZERO TO regs-copiados
           PERFORM ARMA-NOMBRE-BLOQUEOS
           MOVE nombre-texto-salida TO nombre-texto-entrada
           OPEN INPUT ARCHIVO-TEXTO-ENTRADA
           IF estado-texto-entrada NOT = "00"
               DISPLAY "SIN COMPONENTE DE BLOQUEOS "
                   "EN LA GENERACION, "
                   "LOS BLOQUEOS NO SE TOCA."
               MOVE 8 TO codigo-retorno
           ELSE
               OPEN OUTPUT ARCHIVO-BLOQUEOS
               IF estado-archivo-bloqueos NOT = "00"
                   DISPLAY "NO SE PUDO REESCRIBIR LOS BLOQUEOS, "
                       "FILE STATUS: " estado-archivo-bloqueos
                   MOVE 16 TO codigo-retorno
               ELSE
                   MOVE 'N' TO fin-archivo
                   PERFORM UNTIL fin-archivo = 'Y'
                       READ ARCHIVO-TEXTO-ENTRADA
                           AT END MOVE 'Y' TO fin-archivo
                           NOT AT END PERFORM CARGA-BLOQUEOS
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-BLOQUEOS
                   DISPLAY "BLOQUEOS RESTAURADOS: " regs-copiados
                       " BLOQUEOS."
               END-IF
               CLOSE ARCHIVO-TEXTO-ENTRADA
           END-IF.

       CARGA-BLOQUEOS.
           MOVE registro-texto-entrada(1:79) TO REGISTRO-BLOQUEO
           WRITE REGISTRO-BLOQUEO
               INVALID KEY
                   DISPLAY "LLAVE REPETIDA EN EL RESPALDO DE "
                       "BLOQUEOS, NO RESTAURADA: "
                       BLOQUEO-LLAVE
               NOT INVALID KEY
                   ADD 1 TO regs-copiados
           END-WRITE.

       RESTAURA-LIMITES.
           MOVE ZERO TO regs-copiados
           PERFORM ARMA-NOMBRE-LIMITES
           MOVE nombre-texto-salida TO nombre-texto-entrada
           OPEN INPUT ARCHIVO-TEXTO-ENTRADA
           IF estado-texto-entrada NOT = "00"
               DISPLAY "SIN COMPONENTE DE LIMITES "
                   "EN LA GENERACION, "
                   "LOS LIMITES NO SE TOCA."
               MOVE 8 TO codigo-retorno
           ELSE
               OPEN OUTPUT ARCHIVO-LIMITES
               IF estado-archivo-limites NOT = "00"
                   DISPLAY "NO SE PUDO REESCRIBIR LOS LIMITES, "
                       "FILE STATUS: " estado-archivo-limites
                   MOVE 16 TO codigo-retorno
               ELSE
                   MOVE 'N' TO fin-archivo
                   PERFORM UNTIL fin-archivo = 'Y'
                       READ ARCHIVO-TEXTO-ENTRADA
                           AT END MOVE 'Y' TO fin-archivo
                           NOT AT END PERFORM CARGA-LIMITES
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-LIMITES
                   DISPLAY "LIMITES RESTAURADOS: " regs-copiados
                       " CUENTAS."
               END-IF
               CLOSE ARCHIVO-TEXTO-ENTRADA
           END-IF.

       CARGA-LIMITES.
           MOVE registro-texto-entrada(1:37) TO REGISTRO-LIMITE
           WRITE REGISTRO-LIMITE
               INVALID KEY
                   DISPLAY "LLAVE REPETIDA EN EL RESPALDO DE "
                       "LIMITES, NO RESTAURADA: "
                       LIMITE-CUENTA
               NOT INVALID KEY
                   ADD 1 TO regs-copiados
           END-WRITE.

      * En la bitacora queda que generacion se regreso y que corrida
      * (la ultima asentada en data/corrida-actual.txt) se echo
      * atras con ella.
               "-suspenso.txt" DELIMITED BY SIZE
               INTO nombre-texto-salida.

       ARMA-NOMBRE-HISTORIAL.
           MOVE SPACES TO nombre-texto-salida
           STRING "data/respaldo-" DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               "-historial.txt" DELIMITED BY SIZE
               INTO nombre-texto-salida.

       ARMA-NOMBRE-POSICIONES.
           MOVE SPACES TO nombre-texto-salida
           STRING "data/respaldo-" DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               "-posiciones.txt" DELIMITED BY SIZE
               INTO nombre-texto-salida.

       ARMA-NOMBRE-SALDOS-HISTORICOS.
           MOVE SPACES TO nombre-texto-salida
           STRING "data/respaldo-" DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               "-historicos.txt" DELIMITED BY SIZE
               INTO nombre-texto-salida.

       ARMA-NOMBRE-BLOQUEOS.
           MOVE SPACES TO nombre-texto-salida
           STRING "data/respaldo-" DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               "-bloqueos.txt" DELIMITED BY SIZE
               INTO nombre-texto-salida.

       ARMA-NOMBRE-LIMITES.
           MOVE SPACES TO nombre-texto-salida
           STRING "data/respaldo-" DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               "-limites.txt" DELIMITED BY SIZE
               INTO nombre-texto-salida.

       END PROGRAM RESPALDA-MAESTROS.

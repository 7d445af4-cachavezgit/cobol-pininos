      *          el layout viejo, lo vacia a un archivo de trabajo y
      *          lo reescribe con el layout nuevo (sucursal en
      *          blanco, que los reportes agrupan como SIN SUCURSAL).
      *          Lo mismo pasa cuando entro la columna CUENTA-CLIENTE:
      *          un maestro con el registro de 45 bytes (con sucursal,
      *          sin cliente) tampoco abre, y se migra igual, con el
      *          cliente en blanco. Se prueba primero el layout de 45
      *          bytes y luego el de 41.
      *          Lo llaman MANTENIMIENTO-CUENTAS, LOTE-CUENTAS y
      *          RESPALDA-MAESTROS al toparse con el estado 39; como
      *          el respaldo corre al inicio de cada flujo diario, el
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VIEJO-CUENTA-ID
           FILE STATUS IS estado-archivo-viejo.
           SELECT ARCHIVO-CUENTAS-SUCURSAL
           ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUCURSAL-CUENTA-ID
           FILE STATUS IS estado-archivo-sucursal.
           SELECT ARCHIVO-CUENTAS
           ASSIGN TO "data/cuentas-maestro.dat"
           ORGANIZATION IS INDEXED
           05  VIEJO-CUENTA-ID     PICTURE X(10).
           05  VIEJO-NOMBRE        PICTURE X(30).
           05  VIEJO-ESTADO        PICTURE X(01).
       FD  ARCHIVO-CUENTAS-SUCURSAL.
       01  REGISTRO-CUENTA-SUCURSAL.
           05  SUCURSAL-CUENTA-ID  PICTURE X(10).
           05  SUCURSAL-NOMBRE     PICTURE X(30).
           05  SUCURSAL-ESTADO     PICTURE X(01).
           05  SUCURSAL-CODIGO     PICTURE X(04).
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-TRABAJO.
       01  registro-trabajo        PICTURE X(53).
       WORKING-STORAGE SECTION.
           01      estado-archivo-viejo   PICTURE X(02).
           01      estado-archivo-sucursal PICTURE X(02).
           01      estado-archivo-cuentas PICTURE X(02).
           01      estado-archivo-trabajo PICTURE X(02).
           01      fin-archivo     PICTURE X(01) VALUE 'N'.
           01      cuentas-migradas PICTURE 9(05) VALUE ZERO.
      * Largo del layout viejo con el que si abrio el maestro (cero si
      * no abrio con ninguno).
           01      bytes-viejos    PICTURE 9(02) VALUE ZERO.
       LINKAGE SECTION.
           01      resultado-migracion PICTURE X(01).

           END-IF
           IF resultado-migracion = 'S'
               DISPLAY "MAESTRO DE CUENTAS MIGRADO AL REGISTRO CON "
                   "SUCURSAL Y CLIENTE: " cuentas-migradas " CUENTAS."
           END-IF
           GOBACK.

      * Primera pasada: el maestro se abre con el layout viejo con
      * el que todavia abre (45 bytes, o si no 41) y se vacia al
      * archivo de trabajo ya en el layout nuevo, con lo que falte
      * (sucursal, cliente) en blanco.
       VACIA-MAESTRO-VIEJO.
           MOVE ZERO TO bytes-viejos
           OPEN INPUT ARCHIVO-CUENTAS-SUCURSAL
           IF estado-archivo-sucursal = "00"
               MOVE 45 TO bytes-viejos
           ELSE
               OPEN INPUT ARCHIVO-CUENTAS-VIEJO
               IF estado-archivo-viejo = "00"
                   MOVE 41 TO bytes-viejos
               END-IF
           END-IF
           IF bytes-viejos = ZERO
               DISPLAY "EL MAESTRO DE CUENTAS TAMPOCO ABRE CON LOS "
                   "LAYOUTS VIEJOS, FILE STATUS: "
                   estado-archivo-sucursal " / "
                   estado-archivo-viejo ". NO SE MIGRA."
               GO TO VACIA-MAESTRO-VIEJO-FIN
           END-IF
               DISPLAY "NO SE PUDO ABRIR "
                   "data/cuentas-migracion.tmp, FILE STATUS: "
                   estado-archivo-trabajo ". NO SE MIGRA."
               PERFORM CIERRA-MAESTRO-VIEJO
               GO TO VACIA-MAESTRO-VIEJO-FIN
           END-IF
           MOVE 'N' TO fin-archivo
           IF bytes-viejos = 45
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-CUENTAS-SUCURSAL NEXT
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END
                           MOVE SPACES TO registro-trabajo
                           MOVE REGISTRO-CUENTA-SUCURSAL
                               TO registro-trabajo(1:45)
                           WRITE registro-trabajo
                   END-READ
               END-PERFORM
           ELSE
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-CUENTAS-VIEJO NEXT
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END
                           MOVE SPACES TO registro-trabajo
                           MOVE REGISTRO-CUENTA-VIEJO
                               TO registro-trabajo(1:41)
                           WRITE registro-trabajo
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-TRABAJO
           PERFORM CIERRA-MAESTRO-VIEJO
           MOVE 'S' TO resultado-migracion.
       VACIA-MAESTRO-VIEJO-FIN.
           EXIT.

       CIERRA-MAESTRO-VIEJO.
           IF bytes-viejos = 45
               CLOSE ARCHIVO-CUENTAS-SUCURSAL
           ELSE
               CLOSE ARCHIVO-CUENTAS-VIEJO
           END-IF.

      * Segunda pasada: el maestro se reconstruye con el layout
      * nuevo a partir del archivo de trabajo, llave por llave.
       RECARGA-MAESTRO.
           EXIT.

       CARGA-CUENTA-MIGRADA.
           MOVE registro-trabajo(1:53) TO REGISTRO-CUENTA
           WRITE REGISTRO-CUENTA
               INVALID KEY
                   DISPLAY "CUENTA REPETIDA EN LA MIGRACION, NO "

      *          sucursal, 'C' cambio de nombre, 'B' baja logica)
      *          con las mismas validaciones que la pantalla de
      *          MANTENIMIENTO-CUENTAS: una alta de cuenta que ya
      *          existe, un cambio o baja de cuenta que no existe o
      *          que esta cerrada, la baja de una cuenta con saldo
      *          (maestro de saldos data/saldos-maestro.dat; esa se
      *          saca por su cierre, que traspasa el saldo) o un
      *          registro mal formado no se aplican: se van con su
      *          motivo al reporte data/mantenimiento-rechazos.txt.
      *          Un registro de alta o de cambio puede traer al final
      *          el numero del cliente dueno de la cuenta (maestro de
      *          clientes data/clientes-maestro.dat); si viene, el
      *          cliente debe existir y estar activo, o el registro se
      *          rechaza. En la alta la cuenta queda vinculada a ese
      *          cliente (sin cliente si viene en blanco); en el
      *          cambio un cliente en blanco deja el vinculo como
      *          estaba.
      *          Al final imprime el resumen de aplicados y
      *          rechazados.
      * Tectonics: cobc -x lote-cuentas.cbl
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS estado-archivo-cuentas.
           SELECT ARCHIVO-CLIENTES
           ASSIGN TO "data/clientes-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLIENTE-ID
           ALTERNATE RECORD KEY IS CLIENTE-RFC WITH DUPLICATES
           FILE STATUS IS estado-archivo-clientes.
           SELECT ARCHIVO-SALDOS ASSIGN TO "data/saldos-maestro.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SALDO-CUENTA
           FILE STATUS IS estado-archivo-saldos.
           SELECT ARCHIVO-MANTENIMIENTO
           ASSIGN TO "data/mantenimiento-cuentas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           COPY "registro-cuenta.cpy".
       FD  ARCHIVO-CLIENTES.
           COPY "registro-cliente.cpy".
       FD  ARCHIVO-SALDOS.
           COPY "registro-saldo.cpy".
       FD  ARCHIVO-MANTENIMIENTO.
       01  registro-mantenimiento.
           05  mant-accion         PICTURE X(01).
           05  mant-cuenta         PICTURE X(10).
           05  mant-nombre         PICTURE X(30).
           05  mant-sucursal       PICTURE X(04).
           05  mant-cliente        PICTURE X(08).
       FD  ARCHIVO-RECHAZOS.
       01  registro-rechazo        PICTURE X(100).
       WORKING-STORAGE SECTION.
           01      estado-archivo-cuentas PICTURE X(02).
           01      estado-archivo-clientes PICTURE X(02).
           01      estado-archivo-mantenimiento PICTURE X(02).
      * 'S' si el maestro de clientes abrio; sin el, un registro que
      * trae cliente no se puede validar y se rechaza.
           01      clientes-abierto PICTURE X(01) VALUE 'N'.
      * 'S' si el maestro de saldos abrio; si no existe todas las
      * cuentas estan en cero, pero si no se pudo abrir no se sabe su
      * saldo y ninguna baja se aplica.
           01      estado-archivo-saldos PICTURE X(02).
           01      saldos-abierto  PICTURE X(01) VALUE 'N'.
           01      saldos-ilegibles PICTURE X(01) VALUE 'N'.
           01      saldo-actual    PICTURE S9(9)V99 VALUE ZERO.
           01      estado-archivo-rechazos PICTURE X(02).
           01      fin-mantenimiento PICTURE X(01) VALUE 'N'.
           01      motivo-rechazo  PICTURE X(40).
               CLOSE ARCHIVO-CUENTAS
               OPEN I-O ARCHIVO-CUENTAS
           END-IF
      * Estado 39: el maestro todavia trae un registro viejo (41
      * bytes, anterior a la columna de sucursal, o 45, anterior a la
      * de cliente); se migra al vuelo y se reintenta, como
      * ACTUALIZA-SALDOS hace con su maestro.
           IF estado-archivo-cuentas = "39"
               CALL "MIGRA-CUENTAS" USING resultado-migracion
               IF resultado-migracion = 'S'
               CLOSE ARCHIVO-MANTENIMIENTO
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE 'N' TO clientes-abierto
           OPEN INPUT ARCHIVO-CLIENTES
           IF estado-archivo-clientes = "00"
               MOVE 'S' TO clientes-abierto
           END-IF
           MOVE 'N' TO saldos-abierto
           MOVE 'N' TO saldos-ilegibles
           OPEN INPUT ARCHIVO-SALDOS
           IF estado-archivo-saldos = "00"
               MOVE 'S' TO saldos-abierto
           ELSE
               IF estado-archivo-saldos NOT = "35"
                   MOVE 'S' TO saldos-ilegibles
               END-IF
           END-IF
           OPEN OUTPUT ARCHIVO-RECHAZOS
           IF estado-archivo-rechazos NOT = "00"
               DISPLAY "NO SE PUDO ABRIR "
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-MANTENIMIENTO
               CLOSE ARCHIVO-CUENTAS
               IF clientes-abierto = 'S'
                   CLOSE ARCHIVO-CLIENTES
               END-IF
               IF saldos-abierto = 'S'
                   CLOSE ARCHIVO-SALDOS
               END-IF
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           MOVE SPACES TO registro-rechazo
           END-PERFORM
           CLOSE ARCHIVO-MANTENIMIENTO
           CLOSE ARCHIVO-CUENTAS
           IF clientes-abierto = 'S'
               CLOSE ARCHIVO-CLIENTES
           END-IF
           IF saldos-abierto = 'S'
               CLOSE ARCHIVO-SALDOS
           END-IF
           PERFORM ESCRIBE-RESUMEN
           CLOSE ARCHIVO-RECHAZOS
           IF regs-rechazados > ZERO
               PERFORM ESCRIBE-RECHAZO
               GO TO APLICA-MANTENIMIENTO-FIN
           END-IF
           IF (mant-accion = 'A' OR 'C')
               AND mant-cliente NOT = SPACES
               PERFORM VALIDA-CLIENTE
               IF motivo-rechazo NOT = SPACES
                   PERFORM ESCRIBE-RECHAZO
                   GO TO APLICA-MANTENIMIENTO-FIN
               END-IF
           END-IF
           EVALUATE mant-accion
               WHEN 'A'
                   PERFORM APLICA-ALTA
               MOVE mant-nombre TO CUENTA-NOMBRE
               MOVE 'A' TO CUENTA-ESTADO
               MOVE mant-sucursal TO CUENTA-SUCURSAL
               MOVE mant-cliente TO CUENTA-CLIENTE
               WRITE REGISTRO-CUENTA
                   INVALID KEY
                       MOVE "LA CUENTA YA EXISTE" TO motivo-rechazo
                       MOVE "LA CUENTA NO EXISTE" TO motivo-rechazo
                       PERFORM ESCRIBE-RECHAZO
                   NOT INVALID KEY
                       IF CUENTA-ESTADO = 'C'
                           MOVE "LA CUENTA ESTA CERRADA"
                               TO motivo-rechazo
                           PERFORM ESCRIBE-RECHAZO
                       ELSE
                           MOVE mant-nombre TO CUENTA-NOMBRE
                           IF mant-sucursal NOT = SPACES
                               MOVE mant-sucursal TO CUENTA-SUCURSAL
                           END-IF
                           IF mant-cliente NOT = SPACES
                               MOVE mant-cliente TO CUENTA-CLIENTE
                           END-IF
                           REWRITE REGISTRO-CUENTA
                           ADD 1 TO regs-aplicados
                           ADD 1 TO cambios-aplicados
                       END-IF
               END-READ
           END-IF.

                   MOVE "LA CUENTA NO EXISTE" TO motivo-rechazo
                   PERFORM ESCRIBE-RECHAZO
               NOT INVALID KEY
                   EVALUATE CUENTA-ESTADO
                       WHEN 'I'
                           MOVE "LA CUENTA YA ESTA INACTIVA"
                               TO motivo-rechazo
                           PERFORM ESCRIBE-RECHAZO
                       WHEN 'C'
                           MOVE "LA CUENTA ESTA CERRADA"
                               TO motivo-rechazo
                           PERFORM ESCRIBE-RECHAZO
                       WHEN OTHER
                           PERFORM LEE-SALDO-ACTUAL
                           PERFORM MARCA-INACTIVA
                   END-EVALUATE
           END-READ.

      * Como en la pantalla, una cuenta con saldo no se marca
      * inactiva: el cierre, que traspasa el saldo, solo toma cuentas
      * activas.
       MARCA-INACTIVA.
           EVALUATE TRUE
               WHEN saldos-ilegibles = 'S'
                   MOVE "SIN MAESTRO DE SALDOS" TO motivo-rechazo
                   PERFORM ESCRIBE-RECHAZO
               WHEN saldo-actual NOT = ZERO
                   MOVE "LA CUENTA TIENE SALDO; PIDA SU CIERRE"
                       TO motivo-rechazo
                   PERFORM ESCRIBE-RECHAZO
               WHEN OTHER
                   MOVE 'I' TO CUENTA-ESTADO
                   REWRITE REGISTRO-CUENTA
                   ADD 1 TO regs-aplicados
                   ADD 1 TO bajas-aplicadas
           END-EVALUATE.

      * Sin registro en el maestro de saldos la cuenta esta en cero.
       LEE-SALDO-ACTUAL.
           MOVE ZERO TO saldo-actual
           IF saldos-abierto = 'S'
               MOVE mant-cuenta TO SALDO-CUENTA
               READ ARCHIVO-SALDOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SALDO-MONTO TO saldo-actual
               END-READ
           END-IF.

      * El cliente que trae el registro debe estar catalogado y activo;
      * deja el motivo en blanco si pasa.
       VALIDA-CLIENTE.
           IF clientes-abierto NOT = 'S'
               MOVE "SIN MAESTRO DE CLIENTES" TO motivo-rechazo
           ELSE
               MOVE mant-cliente TO CLIENTE-ID
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       MOVE "EL CLIENTE NO EXISTE" TO motivo-rechazo
                   NOT INVALID KEY
                       IF CLIENTE-ESTADO NOT = 'A'
                           MOVE "EL CLIENTE NO ESTA ACTIVO"
                               TO motivo-rechazo
                       END-IF
               END-READ
           END-IF.

       ESCRIBE-RECHAZO.
           ADD 1 TO regs-rechazados
           MOVE SPACES TO registro-rechazo

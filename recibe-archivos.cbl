      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Recepcion de archivos de entrada con manifiesto: los
      *          archivos ya no se agregan a mano a data/control.txt.
      *          Quien recibe un archivo lo anota en el aviso de
      *          llegadas data/llegadas.txt con su remitente y los
      *          totales de control que el remitente declara:
      *              archivo  origen  registros  importe-en-centavos
      *          (el importe con '-' adelante si es negativo; los
      *          renglones que empiezan con '*' son comentarios).
      *          RECIBE (o sin parametro) cuenta los registros, suma
      *          los importes y saca la suma de control del contenido
      *          de cada archivo anotado, y lo asienta en el manifiesto
      *          data/manifiesto-archivos.txt: un archivo cuyo
      *          contenido ya se habia recibido (misma suma de control
      *          que uno ACEPTADO o CONSUMIDO) se RECHAZA; uno que no
      *          cuadra con los totales del remitente, que trae lineas
      *          ilegibles (una copia a medias) o que no se puede abrir
      *          queda RETENIDO y se vuelve a revisar en la siguiente
      *          recepcion; solo el ACEPTADO entra a la lista de
      *          control. Los aceptados y los rechazados salen del
      *          aviso; lo retenido se queda. Si la tarde de hoy ya
      *          leyo su lista de control (INTRO empezado), nada entra
      *          y todo espera a la siguiente tarde.
      *          CONSUME <etiqueta> se corre al terminar limpia la
      *          tarde: cada archivo de la lista de control queda
      *          CONSUMIDO por esa corrida (los que genera el taller se
      *          asientan en ese momento con origen TALLER) y los
      *          recibidos salen de la lista, para que ninguna tarde
      *          los vuelva a leer. EXPEDIENTE-CORRIDA lista del
      *          manifiesto los archivos que leyo cada corrida.
      *          Uso: recibe-archivos [RECIBE]
      *               recibe-archivos CONSUME <etiqueta>
      *          RETURN-CODE 4 si algo quedo retenido, rechazado o
      *          pendiente, 8 si el manifiesto no cabe, 16 si no se
      *          pudo leer o escribir el manifiesto o la lista.
      * Tectonics: cobc -x recibe-archivos.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIBE-ARCHIVOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA
               SYMBOLIC CHARACTERS ANGULAR-DERECHA IS 61
                                   ANGULAR-IZQUIERDA IS 63.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-LLEGADAS
           ASSIGN TO "data/llegadas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-llegadas.
           SELECT ARCHIVO-MANIFIESTO
           ASSIGN TO "data/manifiesto-archivos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-manifiesto.
           SELECT ARCHIVO-CONTROL ASSIGN TO "data/control.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-control.
           SELECT ARCHIVO-CORRIDA
           ASSIGN TO "data/control-corrida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-corrida.
           SELECT ARCHIVO-RECIBIDO ASSIGN TO DYNAMIC nombre-recibido
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS estado-archivo-recibido.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-LLEGADAS.
       01  registro-llegada        PICTURE X(80).
       FD  ARCHIVO-MANIFIESTO.
           COPY "registro-manifiesto.cpy".
       FD  ARCHIVO-CONTROL.
       01  registro-control        PICTURE X(40).
       FD  ARCHIVO-CORRIDA.
       01  registro-corrida.
           05  corrida-fecha       PICTURE X(08).
           05  corrida-intro-estado PICTURE X(10).
           05  FILLER              PICTURE X(10).
       FD  ARCHIVO-RECIBIDO.
       01  registro-recibido       PICTURE X(80).
       WORKING-STORAGE SECTION.
           COPY "registro-entrada.cpy".
           01      estado-archivo-llegadas   PICTURE X(02).
           01      estado-archivo-manifiesto PICTURE X(02).
           01      estado-archivo-control    PICTURE X(02).
           01      estado-archivo-corrida    PICTURE X(02).
           01      estado-archivo-recibido   PICTURE X(02).
           01      nombre-recibido PICTURE X(40).
           01      fin-archivo     PICTURE X(01) VALUE 'N'.
           01      fin-recibido    PICTURE X(01) VALUE 'N'.
           01      parametros      PICTURE X(30).
           01      accion-pedida   PICTURE X(10).
           01      etiqueta-pedida PICTURE X(10).
           01      marca-fecha-hora PICTURE X(21).
           01      fecha-sistema   PICTURE X(08).
           01      fecha-negocio   PICTURE X(08).
           01      codigo-retorno  PICTURE 9(03) VALUE ZERO.
      * La tarde de hoy ya leyo su lista de control cuando el control
      * de corrida es de hoy y su paso INTRO ya no esta PENDIENTE.
           01      lista-cerrada   PICTURE X(01) VALUE 'N'.
      * Manifiesto completo en memoria; se reescribe al final solo si
      * algo cambio.
           01      manifiesto-cambiado PICTURE X(01) VALUE 'N'.
           01      manifiesto-completo PICTURE X(01) VALUE 'S'.
           01      total-manifiesto PICTURE 9(05) COMP VALUE ZERO.
           01      indice-manifiesto PICTURE 9(05) COMP VALUE ZERO.
           01      indice-hallado  PICTURE 9(05) COMP VALUE ZERO.
           01      tabla-manifiesto.
               05      renglon-manifiesto OCCURS 5000 TIMES.
                   10      tab-man-archivo   PICTURE X(40).
                   10      tab-man-origen    PICTURE X(08).
                   10      tab-man-llegada   PICTURE X(14).
                   10      tab-man-registros PICTURE 9(06).
                   10      tab-man-importe   PICTURE S9(11)V99.
                   10      tab-man-suma      PICTURE 9(10).
                   10      tab-man-estado    PICTURE X(10).
                   10      tab-man-corrida   PICTURE X(07).
                   10      tab-man-fecha-estado PICTURE X(08).
                   10      tab-man-motivo    PICTURE X(40).
      * Renglones del aviso de llegadas; los que se quedan se
      * reescriben.
           01      total-llegadas  PICTURE 9(03) COMP VALUE ZERO.
           01      indice-llegada  PICTURE 9(03) COMP VALUE ZERO.
           01      tabla-llegadas.
               05      renglon-llegada OCCURS 500 TIMES.
                   10      tab-lleg-linea    PICTURE X(80).
                   10      tab-lleg-conserva PICTURE X(01).
           01      campos-llegada.
               05      campo-llegada OCCURS 4 TIMES PICTURE X(20).
           01      importe-texto   PICTURE X(20).
           01      signo-declarado PICTURE S9(01).
      * Lista de control, para saber si un archivo ya esta listado y,
      * en CONSUME, cuales salen de ella.
           01      total-control   PICTURE 9(03) COMP VALUE ZERO.
           01      indice-control  PICTURE 9(03) COMP VALUE ZERO.
           01      tabla-control.
               05      renglon-control OCCURS 500 TIMES.
                   10      tab-ctl-archivo   PICTURE X(40).
                   10      tab-ctl-conserva  PICTURE X(01).
           01      control-listado PICTURE X(01) VALUE 'N'.
      * Lo contado en el archivo recibido.
           01      archivo-legible PICTURE X(01).
           01      registros-contados PICTURE 9(06).
           01      registros-ilegibles PICTURE 9(06).
           01      importe-contado PICTURE S9(11)V99.
           01      registros-declarados PICTURE 9(06).
           01      importe-declarado PICTURE S9(11)V99.
           01      centavos-declarados PICTURE 9(13).
      * Suma de control Adler-32: A es 1 mas la suma de los bytes y B
      * la suma de los A, ambas modulo 65521; la suma es B * 65536 + A.
           01      suma-a          PICTURE 9(05).
           01      suma-b          PICTURE 9(05).
           01      suma-contenido  PICTURE 9(10).
           01      indice-byte     PICTURE 9(03) COMP VALUE ZERO.
           01      origen-trabajo  PICTURE X(08).
           01      estado-trabajo  PICTURE X(10).
           01      motivo-trabajo  PICTURE X(40).
           01      cuenta-f        PICTURE Z(5)9.
           01      aceptados       PICTURE 9(05) VALUE ZERO.
           01      retenidos       PICTURE 9(05) VALUE ZERO.
           01      rechazados      PICTURE 9(05) VALUE ZERO.
           01      pendientes      PICTURE 9(05) VALUE ZERO.
           01      consumidos      PICTURE 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO marca-fecha-hora
           MOVE marca-fecha-hora(1:8) TO fecha-sistema
           MOVE fecha-sistema TO fecha-negocio
           PERFORM LEE-FECHA-NEGOCIO
           MOVE SPACES TO parametros
           ACCEPT parametros FROM COMMAND-LINE
           MOVE SPACES TO accion-pedida
           MOVE SPACES TO etiqueta-pedida
           UNSTRING parametros DELIMITED BY ALL SPACES
               INTO accion-pedida etiqueta-pedida
           IF accion-pedida NOT = SPACES
               AND accion-pedida NOT = "RECIBE"
               AND accion-pedida NOT = "CONSUME"
               DISPLAY "RECIBE-ARCHIVOS: USO [RECIBE] | CONSUME "
                   "<etiqueta>"
               MOVE 16 TO codigo-retorno
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           IF accion-pedida = "CONSUME"
               AND etiqueta-pedida = SPACES
               DISPLAY "RECIBE-ARCHIVOS: CONSUME PIDE LA ETIQUETA DE "
                   "LA CORRIDA (POR EJEMPLO C000123)."
               MOVE 16 TO codigo-retorno
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM CARGA-MANIFIESTO
           IF codigo-retorno NOT = ZERO
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           PERFORM CARGA-CONTROL
           IF codigo-retorno NOT = ZERO
               GO TO MAIN-PROCEDURE-EXIT
           END-IF
           IF accion-pedida = "CONSUME"
               PERFORM CONSUME-CONTROL THRU CONSUME-CONTROL-FIN
           ELSE
               PERFORM RECIBE-LLEGADAS THRU RECIBE-LLEGADAS-FIN
           END-IF
           IF manifiesto-cambiado = 'S'
               PERFORM GUARDA-MANIFIESTO
           END-IF.
       MAIN-PROCEDURE-EXIT.
           MOVE codigo-retorno TO RETURN-CODE
           GOBACK.

      * La fecha de negocio oficial viene del control de corrida; si
      * no hay, se usa la del sistema. El mismo registro dice si la
      * tarde de hoy ya leyo la lista de control.
       LEE-FECHA-NEGOCIO.
           MOVE 'N' TO lista-cerrada
           OPEN INPUT ARCHIVO-CORRIDA
           IF estado-archivo-corrida = "00"
               READ ARCHIVO-CORRIDA
                   AT END CONTINUE
                   NOT AT END
                       IF corrida-fecha IS NUMERIC
                           MOVE corrida-fecha TO fecha-negocio
                       END-IF
                       IF corrida-fecha = fecha-sistema
                           AND corrida-intro-estado NOT = SPACES
                           AND corrida-intro-estado NOT = "PENDIENTE"
                           MOVE 'S' TO lista-cerrada
                       END-IF
               END-READ
               CLOSE ARCHIVO-CORRIDA
           END-IF.

      * Un manifiesto mas grande que la tabla no se procesa: se
      * reescribiria sin los renglones que no cupieron.
       CARGA-MANIFIESTO.
           MOVE ZERO TO total-manifiesto
           MOVE 'S' TO manifiesto-completo
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-MANIFIESTO
           IF estado-archivo-manifiesto = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-MANIFIESTO
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-RENGLON-MANIFIESTO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-MANIFIESTO
           ELSE
               IF estado-archivo-manifiesto NOT = "35"
                   DISPLAY "ERROR OPENING "
                       "data/manifiesto-archivos.txt, FILE STATUS: "
                       estado-archivo-manifiesto
                   MOVE 16 TO codigo-retorno
               END-IF
           END-IF
           IF manifiesto-completo = 'N'
               DISPLAY "EL MANIFIESTO PASA DE 5000 RENGLONES; NO SE "
                   "PROCESA. DEPURELO ANTES DE SEGUIR."
               MOVE 8 TO codigo-retorno
           END-IF.

       CARGA-RENGLON-MANIFIESTO.
           IF total-manifiesto >= 5000
               MOVE 'N' TO manifiesto-completo
           ELSE
               ADD 1 TO total-manifiesto
               MOVE MAN-ARCHIVO TO tab-man-archivo(total-manifiesto)
               MOVE MAN-ORIGEN TO tab-man-origen(total-manifiesto)
               MOVE MAN-LLEGADA TO tab-man-llegada(total-manifiesto)
               MOVE MAN-REGISTROS
                   TO tab-man-registros(total-manifiesto)
               MOVE MAN-IMPORTE TO tab-man-importe(total-manifiesto)
               MOVE MAN-SUMA TO tab-man-suma(total-manifiesto)
               MOVE MAN-ESTADO TO tab-man-estado(total-manifiesto)
               MOVE MAN-CORRIDA TO tab-man-corrida(total-manifiesto)
               MOVE MAN-FECHA-ESTADO
                   TO tab-man-fecha-estado(total-manifiesto)
               MOVE MAN-MOTIVO TO tab-man-motivo(total-manifiesto)
           END-IF.

       CARGA-CONTROL.
           MOVE ZERO TO total-control
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-CONTROL
           IF estado-archivo-control = "00"
               PERFORM UNTIL fin-archivo = 'Y'
                   READ ARCHIVO-CONTROL
                       AT END MOVE 'Y' TO fin-archivo
                       NOT AT END PERFORM CARGA-RENGLON-CONTROL
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CONTROL
           ELSE
               IF estado-archivo-control NOT = "35"
                   DISPLAY "ERROR OPENING ARCHIVO-CONTROL, FILE "
                       "STATUS: " estado-archivo-control
                   MOVE 16 TO codigo-retorno
               END-IF
           END-IF.

       CARGA-RENGLON-CONTROL.
           IF registro-control NOT = SPACES
               IF total-control >= 500
                   DISPLAY "LA LISTA DE CONTROL PASA DE 500 ARCHIVOS."
                   MOVE 16 TO codigo-retorno
               ELSE
                   ADD 1 TO total-control
                   MOVE FUNCTION TRIM(registro-control)
                       TO tab-ctl-archivo(total-control)
                   MOVE 'S' TO tab-ctl-conserva(total-control)
               END-IF
           END-IF.

      ******************************************************************
      * RECIBE: cada archivo del aviso de llegadas.
      ******************************************************************
       RECIBE-LLEGADAS.
           MOVE ZERO TO total-llegadas
           MOVE 'N' TO fin-archivo
           OPEN INPUT ARCHIVO-LLEGADAS
           IF estado-archivo-llegadas NOT = "00"
               IF estado-archivo-llegadas NOT = "35"
                   DISPLAY "ERROR OPENING data/llegadas.txt, FILE "
                       "STATUS: " estado-archivo-llegadas
                   MOVE 16 TO codigo-retorno
               ELSE
                   DISPLAY "SIN AVISO DE LLEGADAS, NADA QUE RECIBIR."
               END-IF
               GO TO RECIBE-LLEGADAS-FIN
           END-IF
           PERFORM UNTIL fin-archivo = 'Y'
               READ ARCHIVO-LLEGADAS
                   AT END MOVE 'Y' TO fin-archivo
                   NOT AT END PERFORM CARGA-LLEGADA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-LLEGADAS
           IF codigo-retorno NOT = ZERO
               GO TO RECIBE-LLEGADAS-FIN
           END-IF
           MOVE ZERO TO indice-llegada
           PERFORM RECIBE-ARCHIVO THRU RECIBE-ARCHIVO-FIN
               UNTIL indice-llegada >= total-llegadas
           PERFORM GUARDA-LLEGADAS
           DISPLAY "RECEPCION DE ARCHIVOS: " aceptados " ACEPTADOS, "
               retenidos " RETENIDOS, " rechazados " RECHAZADOS, "
               pendientes " PENDIENTES."
           IF codigo-retorno = ZERO
               AND (retenidos > ZERO OR rechazados > ZERO
                    OR pendientes > ZERO)
               MOVE 4 TO codigo-retorno
           END-IF.
       RECIBE-LLEGADAS-FIN.
           EXIT.

       CARGA-LLEGADA.
           IF total-llegadas >= 500
               DISPLAY "EL AVISO DE LLEGADAS PASA DE 500 RENGLONES; "
                   "NO SE PROCESA."
               MOVE 16 TO codigo-retorno
           ELSE
               ADD 1 TO total-llegadas
               MOVE registro-llegada TO tab-lleg-linea(total-llegadas)
               MOVE 'S' TO tab-lleg-conserva(total-llegadas)
           END-IF.

       RECIBE-ARCHIVO.
           ADD 1 TO indice-llegada
           IF tab-lleg-linea(indice-llegada) = SPACES
               OR tab-lleg-linea(indice-llegada)(1:1) = "*"
               GO TO RECIBE-ARCHIVO-FIN
           END-IF
           MOVE SPACES TO campos-llegada
           UNSTRING tab-lleg-linea(indice-llegada)
               DELIMITED BY ALL SPACES
               INTO campo-llegada(1) campo-llegada(2)
                    campo-llegada(3) campo-llegada(4)
           PERFORM TOMA-IMPORTE-DECLARADO
           IF campo-llegada(2) = SPACES
               OR FUNCTION TRIM(campo-llegada(3)) IS NOT NUMERIC
               OR FUNCTION TRIM(importe-texto) IS NOT NUMERIC
               DISPLAY "RENGLON DE LLEGADAS INVALIDO, SE DEJA: "
                   FUNCTION TRIM(tab-lleg-linea(indice-llegada))
               ADD 1 TO pendientes
               GO TO RECIBE-ARCHIVO-FIN
           END-IF
           IF lista-cerrada = 'S'
               DISPLAY "LA TARDE DE HOY YA LEYO SU LISTA DE CONTROL; "
                   FUNCTION TRIM(campo-llegada(1))
                   " ESPERA A LA SIGUIENTE."
               ADD 1 TO pendientes
               GO TO RECIBE-ARCHIVO-FIN
           END-IF
           MOVE FUNCTION NUMVAL(campo-llegada(3))
               TO registros-declarados
           MOVE FUNCTION NUMVAL(importe-texto) TO centavos-declarados
           COMPUTE importe-declarado
               = signo-declarado * centavos-declarados / 100
           MOVE campo-llegada(1) TO nombre-recibido
           MOVE campo-llegada(2) TO origen-trabajo
           PERFORM CUENTA-ARCHIVO
           PERFORM DICTAMINA-ARCHIVO
           PERFORM ASIENTA-LLEGADA THRU ASIENTA-LLEGADA-FIN
           PERFORM CUENTA-DICTAMEN
           DISPLAY FUNCTION TRIM(nombre-recibido) " "
               FUNCTION TRIM(estado-trabajo) " "
               FUNCTION TRIM(motivo-trabajo).
       RECIBE-ARCHIVO-FIN.
           EXIT.

      * El importe declarado viene en centavos, con '-' adelante si
      * el total es negativo.
       TOMA-IMPORTE-DECLARADO.
           MOVE 1 TO signo-declarado
           MOVE campo-llegada(4) TO importe-texto
           IF importe-texto(1:1) = "-"
               MOVE -1 TO signo-declarado
               MOVE campo-llegada(4)(2:19) TO importe-texto
           END-IF.

      * Cuenta registros e importes y calcula la suma de control de
      * las lineas tal como se leen.
       CUENTA-ARCHIVO.
           MOVE ZERO TO registros-contados
           MOVE ZERO TO registros-ilegibles
           MOVE ZERO TO importe-contado
           MOVE 1 TO suma-a
           MOVE ZERO TO suma-b
           MOVE 'N' TO fin-recibido
           MOVE 'S' TO archivo-legible
           OPEN INPUT ARCHIVO-RECIBIDO
           IF estado-archivo-recibido NOT = "00"
               MOVE 'N' TO archivo-legible
           ELSE
               PERFORM UNTIL fin-recibido = 'Y'
                   READ ARCHIVO-RECIBIDO
                       AT END MOVE 'Y' TO fin-recibido
                       NOT AT END PERFORM CUENTA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RECIBIDO
           END-IF
           COMPUTE suma-contenido = suma-b * 65536 + suma-a.

       CUENTA-REGISTRO.
           ADD 1 TO registros-contados
           MOVE registro-recibido TO INPUT-RECORD
           IF TRANS-AMOUNT IS NUMERIC
               ADD TRANS-AMOUNT TO importe-contado
           ELSE
               ADD 1 TO registros-ilegibles
           END-IF
           MOVE ZERO TO indice-byte
           PERFORM SUMA-BYTE UNTIL indice-byte >= 80.

       SUMA-BYTE.
           ADD 1 TO indice-byte
           COMPUTE suma-a = FUNCTION MOD(suma-a
               + FUNCTION ORD(registro-recibido(indice-byte:1)),
               65521)
           COMPUTE suma-b = FUNCTION MOD(suma-b + suma-a, 65521).

       DICTAMINA-ARCHIVO.
           MOVE SPACES TO motivo-trabajo
           IF archivo-legible = 'N'
               MOVE "RETENIDO" TO estado-trabajo
               STRING "NO SE PUDO ABRIR, FILE STATUS "
                   DELIMITED BY SIZE
                   estado-archivo-recibido DELIMITED BY SIZE
                   INTO motivo-trabajo
           ELSE
               PERFORM BUSCA-SUMA-RECIBIDA
               EVALUATE TRUE
                   WHEN indice-hallado > ZERO
                       MOVE "RECHAZADO" TO estado-trabajo
                       STRING "CONTENIDO YA RECIBIDO EN "
                           DELIMITED BY SIZE
                           tab-man-archivo(indice-hallado)
                           DELIMITED BY SPACE
                           INTO motivo-trabajo
                   WHEN registros-ilegibles > ZERO
                       MOVE registros-ilegibles TO cuenta-f
                       MOVE "RETENIDO" TO estado-trabajo
                       STRING FUNCTION TRIM(cuenta-f)
                           DELIMITED BY SIZE
                           " LINEAS ILEGIBLES (COPIA INCOMPLETA?)"
                           DELIMITED BY SIZE
                           INTO motivo-trabajo
                   WHEN registros-contados NOT = registros-declarados
                       MOVE registros-contados TO cuenta-f
                       MOVE "RETENIDO" TO estado-trabajo
                       STRING "TRAE " DELIMITED BY SIZE
                           FUNCTION TRIM(cuenta-f) DELIMITED BY SIZE
                           " REGISTROS, EL REMITENTE DECLARA "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(campo-llegada(3))
                           DELIMITED BY SIZE
                           INTO motivo-trabajo
                   WHEN importe-contado NOT = importe-declarado
                       MOVE "RETENIDO" TO estado-trabajo
                       MOVE "EL IMPORTE NO CUADRA CON EL DECLARADO"
                           TO motivo-trabajo
                   WHEN OTHER
                       MOVE "ACEPTADO" TO estado-trabajo
                       PERFORM AGREGA-A-CONTROL
               END-EVALUATE
           END-IF.

      * Un contenido identico a uno ya aceptado o consumido es un
      * reenvio, se llame como se llame el archivo.
       BUSCA-SUMA-RECIBIDA.
           MOVE ZERO TO indice-hallado
           MOVE ZERO TO indice-manifiesto
           PERFORM COMPARA-SUMA
               UNTIL indice-hallado > ZERO
                  OR indice-manifiesto >= total-manifiesto.

       COMPARA-SUMA.
           ADD 1 TO indice-manifiesto
           IF tab-man-suma(indice-manifiesto) = suma-contenido
               AND tab-man-registros(indice-manifiesto)
                   = registros-contados
               AND (tab-man-estado(indice-manifiesto) = "ACEPTADO"
                    OR tab-man-estado(indice-manifiesto) = "CONSUMIDO")
               MOVE indice-manifiesto TO indice-hallado
           END-IF.

      * El archivo aceptado entra una sola vez a la lista de control.
       AGREGA-A-CONTROL.
           MOVE 'N' TO control-listado
           MOVE ZERO TO indice-control
           PERFORM COMPARA-CONTROL
               UNTIL control-listado = 'S'
                  OR indice-control >= total-control
           IF control-listado = 'N'
               OPEN EXTEND ARCHIVO-CONTROL
               IF estado-archivo-control NOT = "00"
                   OPEN OUTPUT ARCHIVO-CONTROL
               END-IF
               IF estado-archivo-control NOT = "00"
                   DISPLAY "NO SE PUDO AGREGAR "
                       FUNCTION TRIM(nombre-recibido)
                       " A data/control.txt, FILE STATUS: "
                       estado-archivo-control
                   MOVE 16 TO codigo-retorno
                   MOVE "RETENIDO" TO estado-trabajo
                   MOVE "NO SE PUDO AGREGAR A LA LISTA DE CONTROL"
                       TO motivo-trabajo
               ELSE
                   MOVE nombre-recibido TO registro-control
                   WRITE registro-control
                   CLOSE ARCHIVO-CONTROL
                   IF total-control < 500
                       ADD 1 TO total-control
                       MOVE nombre-recibido
                           TO tab-ctl-archivo(total-control)
                       MOVE 'S' TO tab-ctl-conserva(total-control)
                   END-IF
               END-IF
           END-IF.

       COMPARA-CONTROL.
           ADD 1 TO indice-control
           IF tab-ctl-archivo(indice-control) = nombre-recibido
               MOVE 'S' TO control-listado
           END-IF.

      * Un archivo que ya estaba RETENIDO se actualiza en su mismo
      * renglon; si no, se agrega uno nuevo. Lo aceptado y lo
      * rechazado sale del aviso de llegadas.
       ASIENTA-LLEGADA.
           MOVE ZERO TO indice-hallado
           MOVE ZERO TO indice-manifiesto
           PERFORM COMPARA-RETENIDO
               UNTIL indice-hallado > ZERO
                  OR indice-manifiesto >= total-manifiesto
           IF indice-hallado = ZERO
               IF total-manifiesto >= 5000
                   DISPLAY "MANIFIESTO LLENO, "
                       FUNCTION TRIM(nombre-recibido)
                       " NO SE ASIENTA."
                   MOVE 8 TO codigo-retorno
                   GO TO ASIENTA-LLEGADA-FIN
               END-IF
               ADD 1 TO total-manifiesto
               MOVE total-manifiesto TO indice-hallado
           END-IF
           MOVE nombre-recibido TO tab-man-archivo(indice-hallado)
           MOVE origen-trabajo TO tab-man-origen(indice-hallado)
           MOVE marca-fecha-hora(1:14)
               TO tab-man-llegada(indice-hallado)
           MOVE registros-contados
               TO tab-man-registros(indice-hallado)
           MOVE importe-contado TO tab-man-importe(indice-hallado)
           MOVE suma-contenido TO tab-man-suma(indice-hallado)
           MOVE estado-trabajo TO tab-man-estado(indice-hallado)
           MOVE SPACES TO tab-man-corrida(indice-hallado)
           MOVE fecha-negocio TO tab-man-fecha-estado(indice-hallado)
           MOVE motivo-trabajo TO tab-man-motivo(indice-hallado)
           MOVE 'S' TO manifiesto-cambiado.
       ASIENTA-LLEGADA-FIN.
           EXIT.

       CUENTA-DICTAMEN.
           EVALUATE estado-trabajo
               WHEN "ACEPTADO"
                   ADD 1 TO aceptados
                   MOVE 'N' TO tab-lleg-conserva(indice-llegada)
               WHEN "RECHAZADO"
                   ADD 1 TO rechazados
                   MOVE 'N' TO tab-lleg-conserva(indice-llegada)
               WHEN OTHER
                   ADD 1 TO retenidos
           END-EVALUATE.

       COMPARA-RETENIDO.
           ADD 1 TO indice-manifiesto
           IF tab-man-archivo(indice-manifiesto) = nombre-recibido
               AND tab-man-estado(indice-manifiesto) = "RETENIDO"
               MOVE indice-manifiesto TO indice-hallado
           END-IF.

       GUARDA-LLEGADAS.
           OPEN OUTPUT ARCHIVO-LLEGADAS
           IF estado-archivo-llegadas NOT = "00"
               DISPLAY "NO SE PUDO REESCRIBIR data/llegadas.txt, "
                   "FILE STATUS: " estado-archivo-llegadas
               MOVE 16 TO codigo-retorno
           ELSE
               MOVE ZERO TO indice-llegada
               PERFORM GUARDA-LLEGADA
                   UNTIL indice-llegada >= total-llegadas
               CLOSE ARCHIVO-LLEGADAS
           END-IF.

       GUARDA-LLEGADA.
           ADD 1 TO indice-llegada
           IF tab-lleg-conserva(indice-llegada) = 'S'
               MOVE tab-lleg-linea(indice-llegada) TO registro-llegada
               WRITE registro-llegada
           END-IF.

      ******************************************************************
      * CONSUME: la corrida que termino limpia leyo toda la lista.
      ******************************************************************
       CONSUME-CONTROL.
           MOVE ZERO TO indice-control
           PERFORM CONSUME-ARCHIVO
               UNTIL indice-control >= total-control
           IF codigo-retorno NOT = ZERO
               GO TO CONSUME-CONTROL-FIN
           END-IF
           OPEN OUTPUT ARCHIVO-CONTROL
           IF estado-archivo-control NOT = "00"
               DISPLAY "NO SE PUDO REESCRIBIR data/control.txt, FILE "
                   "STATUS: " estado-archivo-control
               MOVE 16 TO codigo-retorno
               GO TO CONSUME-CONTROL-FIN
           END-IF
           MOVE ZERO TO indice-control
           PERFORM GUARDA-CONTROL
               UNTIL indice-control >= total-control
           CLOSE ARCHIVO-CONTROL
           DISPLAY "CORRIDA " FUNCTION TRIM(etiqueta-pedida) ": "
               consumidos " ARCHIVOS CONSUMIDOS EN EL MANIFIESTO.".
       CONSUME-CONTROL-FIN.
           EXIT.

      * Lo recibido (ACEPTADO) pasa a CONSUMIDO y sale de la lista;
      * lo que el taller genero, o lo que alguien listo a mano, se
      * asienta consumido y se queda en la lista para quien lo
      * retira.
       CONSUME-ARCHIVO.
           ADD 1 TO indice-control
           MOVE tab-ctl-archivo(indice-control) TO nombre-recibido
           MOVE ZERO TO indice-hallado
           MOVE ZERO TO indice-manifiesto
           PERFORM COMPARA-ACEPTADO
               UNTIL indice-hallado > ZERO
                  OR indice-manifiesto >= total-manifiesto
           IF indice-hallado > ZERO
               MOVE 'N' TO tab-ctl-conserva(indice-control)
           ELSE
               IF total-manifiesto >= 5000
                   DISPLAY "MANIFIESTO LLENO, "
                       FUNCTION TRIM(nombre-recibido)
                       " NO SE ASIENTA."
                   MOVE 8 TO codigo-retorno
               ELSE
                   PERFORM CUENTA-ARCHIVO
                   ADD 1 TO total-manifiesto
                   MOVE total-manifiesto TO indice-hallado
                   MOVE nombre-recibido
                       TO tab-man-archivo(indice-hallado)
                   MOVE marca-fecha-hora(1:14)
                       TO tab-man-llegada(indice-hallado)
                   MOVE registros-contados
                       TO tab-man-registros(indice-hallado)
                   MOVE importe-contado
                       TO tab-man-importe(indice-hallado)
                   MOVE suma-contenido TO tab-man-suma(indice-hallado)
                   IF nombre-recibido = "data/intereses-generados.txt"
                       OR nombre-recibido
                           = "data/ordenes-generadas.txt"
                       OR nombre-recibido
                           = "data/liquidaciones-cierre.txt"
                       OR nombre-recibido
                           = "data/revaluacion-generada.txt"
                       MOVE "TALLER" TO tab-man-origen(indice-hallado)
                       MOVE "GENERADO POR EL TALLER"
                           TO tab-man-motivo(indice-hallado)
                   ELSE
                       MOVE "MANUAL" TO tab-man-origen(indice-hallado)
                       MOVE "LISTADO A MANO, SIN RECEPCION"
                           TO tab-man-motivo(indice-hallado)
                   END-IF
               END-IF
           END-IF
           IF indice-hallado > ZERO
               MOVE "CONSUMIDO" TO tab-man-estado(indice-hallado)
               MOVE etiqueta-pedida TO tab-man-corrida(indice-hallado)
               MOVE fecha-negocio
                   TO tab-man-fecha-estado(indice-hallado)
               MOVE 'S' TO manifiesto-cambiado
               ADD 1 TO consumidos
           END-IF.

       COMPARA-ACEPTADO.
           ADD 1 TO indice-manifiesto
           IF tab-man-archivo(indice-manifiesto) = nombre-recibido
               AND tab-man-estado(indice-manifiesto) = "ACEPTADO"
               MOVE indice-manifiesto TO indice-hallado
           END-IF.

       GUARDA-CONTROL.
           ADD 1 TO indice-control
           IF tab-ctl-conserva(indice-control) = 'S'
               MOVE tab-ctl-archivo(indice-control) TO registro-control
               WRITE registro-control
           END-IF.

       GUARDA-MANIFIESTO.
           OPEN OUTPUT ARCHIVO-MANIFIESTO
           IF estado-archivo-manifiesto NOT = "00"
               DISPLAY "NO SE PUDO REESCRIBIR "
                   "data/manifiesto-archivos.txt, FILE STATUS: "
                   estado-archivo-manifiesto
               MOVE 16 TO codigo-retorno
           ELSE
               MOVE ZERO TO indice-manifiesto
               PERFORM GUARDA-RENGLON-MANIFIESTO
                   UNTIL indice-manifiesto >= total-manifiesto
               CLOSE ARCHIVO-MANIFIESTO
           END-IF.

       GUARDA-RENGLON-MANIFIESTO.
           ADD 1 TO indice-manifiesto
           MOVE SPACES TO REGISTRO-MANIFIESTO
           MOVE tab-man-archivo(indice-manifiesto) TO MAN-ARCHIVO
           MOVE tab-man-origen(indice-manifiesto) TO MAN-ORIGEN
           MOVE tab-man-llegada(indice-manifiesto) TO MAN-LLEGADA
           MOVE tab-man-registros(indice-manifiesto) TO MAN-REGISTROS
           MOVE tab-man-importe(indice-manifiesto) TO MAN-IMPORTE
           MOVE tab-man-suma(indice-manifiesto) TO MAN-SUMA
           MOVE tab-man-estado(indice-manifiesto) TO MAN-ESTADO
           MOVE tab-man-corrida(indice-manifiesto) TO MAN-CORRIDA
           MOVE tab-man-fecha-estado(indice-manifiesto)
               TO MAN-FECHA-ESTADO
           MOVE tab-man-motivo(indice-manifiesto) TO MAN-MOTIVO
           WRITE REGISTRO-MANIFIESTO.

       END PROGRAM RECIBE-ARCHIVOS.

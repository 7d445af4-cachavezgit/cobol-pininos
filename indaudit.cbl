      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Almacen indexado de la pista de auditoria, en el
      *          espiritu de REGVISTOS: las lineas de auditoria son
      *          texto libre y buscarlas obligaba a leer la pista viva
      *          y cada mes archivado completos. Aqui cada linea se
      *          desarma (fecha de negocio y hora, codigo, montos,
      *          operador, etiqueta de corrida y las marcas CORR=,
      *          APR=, BCO= y REF=) y se guarda en
      *          data/auditoria-indice.dat con llaves alternas por
      *          fecha, corrida, operador y operacion, para que
      *          CONSULTA-AUDITORIA y EXPEDIENTE-CORRIDA lleguen
      *          directo a lo que piden. Acciones:
      *          'A' abre el almacen para agregar (lo crea si falta);
      *          'N' lo abre vacio, para la recarga completa;
      *          'E' indexa la linea pedida, anotando de que fuente
      *              salio (AAAAMM del mes archivado o VIVA); una
      *              linea que no es de operacion se omite ('SL');
      *          'C' cierra el almacen.
      *          El resultado regresa el FILE STATUS del almacen ("00"
      *          bien).
      * Tectonics: cobc -m indaudit.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDAUDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-INDICE
           ASSIGN TO "data/auditoria-indice.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDI-LLAVE
           ALTERNATE RECORD KEY IS AUDI-FECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS AUDI-CORRIDA WITH DUPLICATES
           ALTERNATE RECORD KEY IS AUDI-OPERADOR WITH DUPLICATES
           ALTERNATE RECORD KEY IS AUDI-OPERACION WITH DUPLICATES
           FILE STATUS IS estado-archivo-indice.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-INDICE.
           COPY "registro-auditoria-indice.cpy".
       WORKING-STORAGE SECTION.
           01      estado-archivo-indice PICTURE X(02).
           01      indice-abierto  PICTURE X(01) VALUE 'N'.
           01      linea-grabada   PICTURE X(01) VALUE 'N'.
      * Lo que sigue a la etiqueta de corrida son marcas NOMBRE=valor
      * separadas por blancos.
           01      resto-linea     PICTURE X(60).
           01      tabla-marcas.
               05      marca-linea  PICTURE X(20) OCCURS 6 TIMES.
           01      indice-marca    PICTURE 9(01) COMP VALUE ZERO.
       LINKAGE SECTION.
           01      accion-pedida   PICTURE X(01).
           01      linea-pedida    PICTURE X(130).
           01      fuente-pedida   PICTURE X(06).
           01      resultado-indice PICTURE X(02).

       PROCEDURE DIVISION USING accion-pedida, linea-pedida,
                                 fuente-pedida, resultado-indice.
       MAIN-PROCEDURE.
           MOVE "00" TO resultado-indice
           EVALUATE accion-pedida
               WHEN 'A'
                   PERFORM ABRE-INDICE
               WHEN 'N'
                   PERFORM ABRE-INDICE-NUEVO
               WHEN 'E'
                   IF indice-abierto = 'S'
                       PERFORM INDEXA-LINEA
                   ELSE
                       MOVE "48" TO resultado-indice
                   END-IF
               WHEN 'C'
                   IF indice-abierto = 'S'
                       CLOSE ARCHIVO-INDICE
                       MOVE 'N' TO indice-abierto
                   END-IF
               WHEN OTHER
                   DISPLAY "INDAUDIT: ACCION DESCONOCIDA "
                       accion-pedida
                   MOVE "99" TO resultado-indice
           END-EVALUATE
           GOBACK.

       ABRE-INDICE.
           OPEN I-O ARCHIVO-INDICE
           IF estado-archivo-indice = "35"
               OPEN OUTPUT ARCHIVO-INDICE
               CLOSE ARCHIVO-INDICE
               OPEN I-O ARCHIVO-INDICE
           END-IF
           PERFORM REVISA-APERTURA.

       ABRE-INDICE-NUEVO.
           OPEN OUTPUT ARCHIVO-INDICE
           IF estado-archivo-indice = "00"
               CLOSE ARCHIVO-INDICE
               OPEN I-O ARCHIVO-INDICE
           END-IF
           PERFORM REVISA-APERTURA.

       REVISA-APERTURA.
           MOVE estado-archivo-indice TO resultado-indice
           IF estado-archivo-indice = "00"
               MOVE 'S' TO indice-abierto
           ELSE
               DISPLAY "ERROR OPENING data/auditoria-indice.dat, "
                   "FILE STATUS: " estado-archivo-indice
           END-IF.

      * La linea trae [dd/mm/aaaa hh:mm:ss] (la fecha es la de
      * negocio), el codigo en la 23, los tres montos editados en la
      * 25, 35 y 45, el operador en la 55 y la etiqueta en la 64.
       INDEXA-LINEA.
           IF linea-pedida(1:1) NOT = "["
               OR linea-pedida(2:2) IS NOT NUMERIC
               MOVE "SL" TO resultado-indice
           ELSE
               MOVE SPACES TO REGISTRO-AUDITORIA-INDICE
               STRING linea-pedida(8:4) DELIMITED BY SIZE
                   linea-pedida(5:2) DELIMITED BY SIZE
                   linea-pedida(2:2) DELIMITED BY SIZE
                   INTO AUDI-FECHA
               STRING AUDI-FECHA DELIMITED BY SIZE
                   linea-pedida(13:2) DELIMITED BY SIZE
                   linea-pedida(16:2) DELIMITED BY SIZE
                   linea-pedida(19:2) DELIMITED BY SIZE
                   INTO AUDI-MARCA
               MOVE linea-pedida(23:1) TO AUDI-OPERACION
               MOVE FUNCTION NUMVAL(linea-pedida(25:9))
                   TO AUDI-VALOR1
               MOVE FUNCTION NUMVAL(linea-pedida(35:9))
                   TO AUDI-VALOR2
               MOVE FUNCTION NUMVAL(linea-pedida(45:9))
                   TO AUDI-RESULTADO
               MOVE linea-pedida(55:8) TO AUDI-OPERADOR
               MOVE linea-pedida(64:7) TO AUDI-CORRIDA
               MOVE linea-pedida(71:60) TO resto-linea
               MOVE SPACES TO tabla-marcas
               UNSTRING resto-linea DELIMITED BY ALL SPACES
                   INTO marca-linea(1) marca-linea(2) marca-linea(3)
                        marca-linea(4) marca-linea(5) marca-linea(6)
               MOVE ZERO TO indice-marca
               PERFORM EXAMINA-MARCA UNTIL indice-marca >= 6
               MOVE fuente-pedida TO AUDI-FUENTE
               MOVE linea-pedida TO AUDI-LINEA
               MOVE ZERO TO AUDI-SECUENCIA
               MOVE 'N' TO linea-grabada
               PERFORM GRABA-LINEA
                   UNTIL linea-grabada = 'S'
                      OR AUDI-SECUENCIA >= 9999
           END-IF.

       EXAMINA-MARCA.
           ADD 1 TO indice-marca
           EVALUATE TRUE
               WHEN marca-linea(indice-marca)(1:5) = "CORR="
                   MOVE marca-linea(indice-marca)(6:8)
                       TO AUDI-CORRECTOR
               WHEN marca-linea(indice-marca)(1:4) = "APR="
                   MOVE marca-linea(indice-marca)(5:8)
                       TO AUDI-APROBADOR
               WHEN marca-linea(indice-marca)(1:4) = "BCO="
                   MOVE marca-linea(indice-marca)(5:8) TO AUDI-BANCO
               WHEN marca-linea(indice-marca)(1:4) = "REF="
                   MOVE marca-linea(indice-marca)(5:12)
                       TO AUDI-REFERENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Dos lineas del mismo segundo comparten la marca: la secuencia
      * sube hasta hallar una llave libre.
       GRABA-LINEA.
           ADD 1 TO AUDI-SECUENCIA
           WRITE REGISTRO-AUDITORIA-INDICE
               INVALID KEY
                   IF estado-archivo-indice NOT = "22"
                       MOVE 'S' TO linea-grabada
                   END-IF
               NOT INVALID KEY
                   MOVE 'S' TO linea-grabada
           END-WRITE
      * "02" solo avisa que una llave alterna ya existia: es normal.
           IF estado-archivo-indice = "02"
               MOVE "00" TO resultado-indice
           ELSE
               MOVE estado-archivo-indice TO resultado-indice
           END-IF.

       END PROGRAM INDAUDIT.

      ******************************************************************
      * Author: Carlos Ivan Chavez Fuentes
      * Date: 15Oct26
      * Purpose: Valor encadenado de la pista de auditoria, compartido
      *          por OPERACIONES-MATEMATICAS (que sella cada linea al
      *          escribirla), ARCHIVA-AUDITORIA (que sella cada mes al
      *          archivarlo) y VERIFICA-AUDITORIA (que los recalcula),
      *          para que los tres calculen igual. Es la suma Adler-32
      *          que usa RECIBE-ARCHIVOS, pero arrancando del valor
      *          anterior en lugar de 1: A y B salen del valor anterior
      *          (B * 65536 + A) y cada byte del texto suma a A y A a B,
      *          ambas modulo 65521. Asi el valor depende del texto y
      *          de todo lo que se encadeno antes; la primera liga de
      *          una cadena parte de 1. Se encadenan los primeros
      *          longitud-encadenar bytes del texto.
      * Tectonics: cobc -m encadena.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCADENA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01      suma-a          PICTURE 9(05).
           01      suma-b          PICTURE 9(05).
           01      indice-byte     PICTURE 9(03) COMP VALUE ZERO.
       LINKAGE SECTION.
           01      texto-encadenar     PICTURE X(159).
           01      longitud-encadenar  PICTURE 9(03).
           01      valor-anterior      PICTURE 9(10).
           01      valor-encadenado    PICTURE 9(10).

       PROCEDURE DIVISION USING texto-encadenar, longitud-encadenar,
                                 valor-anterior, valor-encadenado.
       MAIN-PROCEDURE.
           COMPUTE suma-a = FUNCTION MOD(
               FUNCTION MOD(valor-anterior, 65536), 65521)
           COMPUTE suma-b = FUNCTION MOD(
               FUNCTION INTEGER-PART(valor-anterior / 65536), 65521)
           MOVE ZERO TO indice-byte
           PERFORM SUMA-BYTE UNTIL indice-byte >= longitud-encadenar
           COMPUTE valor-encadenado = suma-b * 65536 + suma-a
           GOBACK.

       SUMA-BYTE.
           ADD 1 TO indice-byte
           COMPUTE suma-a = FUNCTION MOD(suma-a
               + FUNCTION ORD(texto-encadenar(indice-byte:1)),
               65521)
           COMPUTE suma-b = FUNCTION MOD(suma-b + suma-a, 65521).

       END PROGRAM ENCADENA.

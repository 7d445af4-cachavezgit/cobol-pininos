      *          fallidas seguidas sobre la misma clave la dejan
      *          bloqueada ('L' en el archivo); solo el mantenimiento
      *          de operadores (nivel 3) la desbloquea.
      *          Las opciones 5 a 9 son los mantenimientos de cuentas,
      *          suspenso, tipos de cambio y operadores y la consulta
      *          de auditoria. Los limites de sobregiro y bloqueos
      *          (opcion A, nivel 3) los consulta ACTUALIZA-SALDOS
      *          antes de aplicar un cargo; las ordenes permanentes
      *          (B, nivel 3) las escribe GENERA-ORDENES cada dia
      *          habil como entrada diaria. La consulta de saldo a una
      *          fecha (C, cualquier nivel) sale del historial de
      *          saldos. Los casos del monitoreo de efectivo (D,
      *          nivel 2) se descartan o se escalan ahi. Los pagos
      *          salientes a bancos (E, nivel 2) y el cierre de
      *          cuentas (F, nivel 2) se capturan ahi y los aprueba
      *          otro operador de nivel 3. La bandeja
      *          de excepciones (opcion G, nivel 2) junta en un solo
      *          listado todo lo que espera a alguien. El mapa
      *          contable de la poliza al mayor (opcion H, nivel 3)
      *          decide a que cuentas va cada partida. El maestro de
      *          clientes (opcion I, nivel 2) junta las cuentas de una
      *          misma persona bajo su cliente.
      * Tectonics: cobc -x menu-principal.cbl
      *            (requiere compilados con cobc -m y visibles por
      *            COB_LIBRARY_PATH los modulos de cada opcion:
      *            OPERACIONES-MATEMATICAS (ops-matematicas.cbl),
      *            INTRO-TO-COBOL (read-file.cbl), TEST-VARIABLES
      *            (test-variables.cbl), MANTENIMIENTO-CUENTAS
      *            (mant-cuentas.cbl), MANTENIMIENTO-SUSPENSO
      *            (mant-suspenso.cbl), CONSULTA-AUDITORIA
      *            (consulta-auditoria.cbl), MANTENIMIENTO-TIPOS-CAMBIO
      *            (mant-tcambio.cbl), MANTENIMIENTO-OPERADORES
      *            (mant-operadores.cbl), MANTENIMIENTO-LIMITES
      *            (mant-limites.cbl), MANTENIMIENTO-ORDENES
      *            (mant-ordenes.cbl), CONSULTA-SALDOS-FECHA
      *            (consulta-saldos.cbl), MANTENIMIENTO-CASOS
      *            (mant-casos.cbl), MANTENIMIENTO-PAGOS
      *            (mant-pagos.cbl), MANTENIMIENTO-CIERRES
      *            (mant-cierres.cbl), BANDEJA-EXCEPCIONES
      *            (bandeja-excepciones.cbl),
      *            MANTENIMIENTO-MAPA-CONTABLE (mant-mapa-contable.cbl)
      *            y MANTENIMIENTO-CLIENTES (mant-clientes.cbl),
      *            ademas de los .so que ya piden esos programas por
      *            su cuenta, como ENCABEZADO y MIGRA-CUENTAS)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-PRINCIPAL.
           DISPLAY " 7. CONSULTA DE AUDITORIA"
           DISPLAY " 8. MANTENIMIENTO DE TIPOS DE CAMBIO"
           DISPLAY " 9. MANTENIMIENTO DE OPERADORES"
           DISPLAY " A. LIMITES DE SOBREGIRO Y BLOQUEOS"
           DISPLAY " B. ORDENES PERMANENTES"
           DISPLAY " C. CONSULTA DE SALDO A UNA FECHA"
           DISPLAY " D. CASOS DEL MONITOREO DE EFECTIVO"
           DISPLAY " E. PAGOS SALIENTES A BANCOS"
           DISPLAY " F. CIERRE DE CUENTAS"
           DISPLAY " G. BANDEJA DE EXCEPCIONES"
           DISPLAY " H. MAPA CONTABLE DEL MAYOR"
           DISPLAY " I. MAESTRO DE CLIENTES"
           DISPLAY "==================================================="
           DISPLAY "Seleccione una opcion: "
           ACCEPT seleccion-menu
                       CALL "MANTENIMIENTO-TIPOS-CAMBIO"
                   WHEN '9'
                       CALL "MANTENIMIENTO-OPERADORES"
                   WHEN 'A'
                       CALL "MANTENIMIENTO-LIMITES"
                   WHEN 'B'
                       CALL "MANTENIMIENTO-ORDENES"
                   WHEN 'C'
                       CALL "CONSULTA-SALDOS-FECHA"
                   WHEN 'D'
                       CALL "MANTENIMIENTO-CASOS"
                   WHEN 'E'
                       CALL "MANTENIMIENTO-PAGOS"
                   WHEN 'F'
                       CALL "MANTENIMIENTO-CIERRES"
                   WHEN 'G'
                       CALL "BANDEJA-EXCEPCIONES"
                   WHEN 'H'
                       CALL "MANTENIMIENTO-MAPA-CONTABLE"
                   WHEN 'I'
                       CALL "MANTENIMIENTO-CLIENTES"
                   WHEN '3'
                       MOVE 'S' TO fin-menu
                   WHEN OTHER
               WHEN '1'
                   MOVE 2 TO nivel-requerido
               WHEN '5'
                   MOVE 2 TO nivel-requerido
               WHEN '6'
                   MOVE 2 TO nivel-requerido
               WHEN '8'
                   MOVE 3 TO nivel-requerido
               WHEN '9'
                   MOVE 3 TO nivel-requerido
               WHEN 'A'
                   MOVE 3 TO nivel-requerido
               WHEN 'B'
                   MOVE 3 TO nivel-requerido
               WHEN 'D'
                   MOVE 2 TO nivel-requerido
               WHEN 'E'
                   MOVE 2 TO nivel-requerido
               WHEN 'F'
                   MOVE 2 TO nivel-requerido
               WHEN 'G'
                   MOVE 2 TO nivel-requerido
               WHEN 'H'
                   MOVE 3 TO nivel-requerido
               WHEN 'I'
                   MOVE 2 TO nivel-requerido
               WHEN OTHER
                   MOVE 1 TO nivel-requerido
           END-EVALUATE.

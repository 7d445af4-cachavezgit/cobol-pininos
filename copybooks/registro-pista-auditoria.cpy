      ******************************************************************
      * Copybook: registro-pista-auditoria.cpy
      * Purpose:  Layout de una linea sellada de la pista de auditoria
      *           (data/auditoria.txt y los meses archivados
      *           data/auditoria-AAAAMM.txt). PISTA-TEXTO es la linea
      *           que arma ESCRIBE-AUDITORIA, tal cual la leen los demas
      *           programas; detras va el sello de cadena: la secuencia
      *           de la linea en toda la pista (" SEC=", sube de uno en
      *           uno y nunca se reinicia) y el valor encadenado
      *           (" CAD="), que ENCADENA calcula sobre el texto y la
      *           secuencia partiendo del valor de la linea anterior.
      *           Una linea escrita antes de la cadena no trae sello
      *           (PISTA-MARCA-SEC en blanco).
      ******************************************************************
       01  REGISTRO-PISTA-AUDITORIA.
           05  PISTA-TEXTO         PIC X(130).
           05  PISTA-MARCA-SEC     PIC X(05).
           05  PISTA-SECUENCIA     PIC 9(09).
           05  PISTA-MARCA-CAD     PIC X(05).
           05  PISTA-CADENA        PIC 9(10).

      ******************************************************************
      * Copybook: registro-manifiesto.cpy
      * Purpose:  Layout de un renglon del manifiesto de archivos de
      *           entrada (data/manifiesto-archivos.txt), que lleva
      *           RECIBE-ARCHIVOS: cada archivo que llega se registra
      *           con su nombre (tal como entra a data/control.txt),
      *           el remitente, la hora de llegada AAAAMMDDHHMMSS, los
      *           registros y el total de importes contados, y la suma
      *           de control de su contenido (Adler-32 de las lineas).
      *           Estados: ACEPTADO (ya esta en la lista de control),
      *           RETENIDO (no cuadra con los totales de control del
      *           remitente o no se pudo leer completo; se vuelve a
      *           revisar en la siguiente recepcion), RECHAZADO (su
      *           contenido ya se habia recibido) y CONSUMIDO (lo leyo
      *           la corrida MAN-CORRIDA). Los archivos que genera el
      *           propio taller entran al manifiesto directamente
      *           CONSUMIDO con remitente TALLER cuando una corrida los
      *           lee. MAN-FECHA-ESTADO es la fecha de negocio del
      *           ultimo cambio de estado y MAN-MOTIVO su explicacion.
      ******************************************************************
       01  REGISTRO-MANIFIESTO.
           05  MAN-ARCHIVO         PIC X(40).
           05  FILLER              PIC X(01).
           05  MAN-ORIGEN          PIC X(08).
           05  FILLER              PIC X(01).
           05  MAN-LLEGADA         PIC X(14).
           05  FILLER              PIC X(01).
           05  MAN-REGISTROS       PIC 9(06).
           05  FILLER              PIC X(01).
           05  MAN-IMPORTE         PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  MAN-SUMA            PIC 9(10).
           05  FILLER              PIC X(01).
           05  MAN-ESTADO          PIC X(10).
           05  FILLER              PIC X(01).
           05  MAN-CORRIDA         PIC X(07).
           05  FILLER              PIC X(01).
           05  MAN-FECHA-ESTADO    PIC X(08).
           05  FILLER              PIC X(01).
           05  MAN-MOTIVO          PIC X(40).

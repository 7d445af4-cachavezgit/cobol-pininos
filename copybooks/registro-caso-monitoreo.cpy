      ******************************************************************
      * Copybook: registro-caso-monitoreo.cpy
      * Purpose:  Layout de un caso del monitoreo de efectivo
      *           (data/casos-monitoreo.dat, archivo indexado con llave
      *           CASO-NUMERO), que MONITOREA-EFECTIVO abre por cada
      *           alerta de una cuenta en la fecha de negocio. El tipo
      *           es 'U' efectivo del dia que alcanza el umbral
      *           reportable, 'V' efectivo acumulado en la ventana de
      *           dias habiles que lo alcanza, 'E' montos repetidos
      *           justo debajo del umbral (posible estructuracion),
      *           'A' actividad fuera del promedio de la propia cuenta
      *           y 'K' efectivo de todas las cuentas de un mismo
      *           cliente que junto alcanza el umbral; en un caso 'K'
      *           CASO-CUENTA lleva el numero del cliente y
      *           CASO-OCURRENCIAS cuantas cuentas sumo. CASO-MONTO es
      *           lo que disparo la alerta y CASO-REFERENCIA contra
      *           que se comparo (el umbral o el promedio diario de la
      *           cuenta). El estado es 'P' pendiente, 'D' descartado
      *           o 'E' escalado; el dictamen lo da un operador de
      *           nivel 2 o mas en MANTENIMIENTO-CASOS y queda con su
      *           clave y su fecha. Un caso nunca se borra.
      ******************************************************************
       01  REGISTRO-CASO-MONITOREO.
           05  CASO-NUMERO         PIC 9(06).
           05  CASO-FECHA          PIC X(08).
           05  CASO-CUENTA         PIC X(10).
           05  CASO-SUCURSAL       PIC X(04).
           05  CASO-TIPO           PIC X(01).
           05  CASO-MONTO          PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  CASO-REFERENCIA     PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  CASO-OCURRENCIAS    PIC 9(03).
           05  CASO-ESTADO         PIC X(01).
           05  CASO-OPERADOR       PIC X(08).
           05  CASO-FECHA-DICTAMEN PIC X(08).
           05  CASO-NOTA           PIC X(30).

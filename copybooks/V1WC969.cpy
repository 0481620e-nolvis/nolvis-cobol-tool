      ******************************************************************
      *  V1WC969 - AREA DE COMUNICACION CON LA RUTINA V19C069 DE       *
      *             REGISTRO DE EVENTOS DEL CICLO DE VIDA DE LA        *
      *             OPERACION EN LA BANDEJA DE SALIDA V1DT177.         *
      *             ENTRADA: OPERACION, TIPO DE EVENTO, PROGRAMA,      *
      *             USUARIO (EN BLANCO EN LOS BATCH), DIVISA, IMPORTE, *
      *             COMPRA/VENTA Y DETALLE PROPIO DEL EVENTO.  SALIDA: *
      *             NUMERO DE SECUENCIA ASIGNADO Y RETORNO ('99' ERROR *
      *             DB2, CON SU SQLCODE: EL LLAMADOR DEBE DESHACER SU  *
      *             CAMBIO PARA QUE NO QUEDE SIN EVENTO)               *
      ******************************************************************
       01  V1WC969.
           05  W969-NUM-REF                 PIC S9(10)   COMP-3.
           05  W969-COD-EVENTO              PIC X(02).
               88  W969-88-ALTA                        VALUE 'AL'.
               88  W969-88-CLASIFICACION               VALUE 'CL'.
               88  W969-88-FIRMA-FINAL                 VALUE 'FI'.
               88  W969-88-LIQUIDACION                 VALUE 'LQ'.
               88  W969-88-REVERSO                     VALUE 'RV'.
           05  W969-PROGRAMA                PIC X(08).
           05  W969-USUARIO                 PIC X(08).
           05  W969-COD-DIV                 PIC X(03).
           05  W969-IMP-OPE                 PIC S9(13)V9(02) COMP-3.
           05  W969-IDF-CMP-VTA             PIC X(01).
           05  W969-DETALLE                 PIC X(30).
           05  W969-SEC-EVENTO              PIC S9(15)   COMP-3.
           05  W969-SQLCODE                 PIC S9(09)   COMP.
           05  W969-RETORNO                 PIC X(02).
               88  W969-88-CONFORME                    VALUE '00'.
               88  W969-88-ERROR-DB2                   VALUE '99'.

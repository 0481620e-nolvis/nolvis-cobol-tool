      ******************************************************************
      *  V1WC961 - AREA DE COMUNICACION CON LA RUTINA V19C061 DE       *
      *             REFILTRADO DE UN PAGO ANTES DE SU LIBERACION.      *
      *             EL LLAMADOR ENTREGA EL NUM_REF DE LA OPERACION, EL *
      *             RIF Y EL NOMBRE DEL BENEFICIARIO Y EL PAIS DE      *
      *             DESTINO; LA RUTINA LOS CRUZA CONTRA LA LISTA DE    *
      *             VIGILANCIA (V1DT014), LOS PAISES EMBARGADOS        *
      *             (V1DT087) Y LOS CASOS ABIERTOS (V1DT009).          *
      *             RETORNO '00' LIBRE, 'LV' EN LISTA DE VIGILANCIA,   *
      *             'EM' PAIS EMBARGADO, 'CR' CASO ABIERTO, '99' ERROR *
      *             DB2 (EL LLAMADOR DECIDE ABORTAR)                   *
      ******************************************************************
       01  V1WC961.
           05  W961-NUM-REF                 PIC S9(10)   COMP-3.
           05  W961-IDF-RIF                 PIC X(15).
           05  W961-NOM-BENEF               PIC X(40).
           05  W961-COD-PAIS                PIC X(03).
           05  W961-FEC-PROCESO             PIC X(08).
           05  W961-RETORNO                 PIC X(02).
               88  W961-88-LIBRE                       VALUE '00'.
               88  W961-88-LISTA                       VALUE 'LV'.
               88  W961-88-EMBARGO                     VALUE 'EM'.
               88  W961-88-CASO                        VALUE 'CR'.
               88  W961-88-ERROR                       VALUE '99'.
           05  W961-SQLCODE                 PIC S9(09)   COMP.

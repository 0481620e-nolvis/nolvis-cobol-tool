      ******************************************************************
      *  V1WC965 - AREA DE COMUNICACION CON LA RUTINA V19C065 DE       *
      *             PARTIDAS DE EXCEPCION DE LOS CONTROLES NOCTURNOS.  *
      *             EL CONTROL LE ENTREGA SU PROGRAMA, LA CLAVE QUE    *
      *             IDENTIFICA LA EXCEPCION, SU DESCRIPCION Y EL       *
      *             RESPONSABLE POR DEFECTO; LA RUTINA ABRE LA PARTIDA *
      *             EN V1DT154 O, SI YA EXISTE, ACTUALIZA SU ULTIMA    *
      *             DETECCION Y LA REABRE SI ESTABA RESUELTA.          *
      *             RESULTADO: 'N' NUEVA  'R' REABIERTA  'V' VIGENTE.  *
      *             RETORNO '00' CONFORME, '99' ERROR DB2 (EL LLAMADOR *
      *             DECIDE ABORTAR)                                    *
      ******************************************************************
       01  V1WC965.
           05  W965-PROGRAMA                PIC X(08).
           05  W965-CLAVE                   PIC X(40).
           05  W965-DESCRIPCION             PIC X(60).
           05  W965-RESPONSABLE             PIC X(08).
           05  W965-NUM-PARTIDA             PIC S9(09)   COMP-3.
           05  W965-RESULTADO               PIC X(01).
               88  W965-88-NUEVA                       VALUE 'N'.
               88  W965-88-REABIERTA                   VALUE 'R'.
               88  W965-88-VIGENTE                     VALUE 'V'.
           05  W965-RETORNO                 PIC X(02).
               88  W965-88-CONFORME                    VALUE '00'.
               88  W965-88-ERROR                       VALUE '99'.

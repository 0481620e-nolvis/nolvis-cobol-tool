      ******************************************************************
      *  V1GT103 - DCLGEN DE LA TABLA V1DT103 (REGISTRO DE OPERACIONES *
      *             EN EFECTIVO INCLUIDAS EN ENVIOS DEL REPORTE DE     *
      *             TRANSACCIONES EN EFECTIVO (RTE) AL REGULADOR;      *
      *             GARANTIZA QUE NINGUNA OPERACION SE REPORTE DOS     *
      *             VECES.  LO GRABA V13C40B Y EL ACUSE LO ESTAMPA     *
      *             V13C41B, COMO V1DT010 PARA LOS ROS.                *
      *             IND_AGREGADO: 'S' LA OPERACION SUPERA EL UMBRAL    *
      *             SOLO SUMADA A OTRAS DEL MISMO CLIENTE Y DIA        *
      *             EST_ACUSE: ' ' SIN ACUSE  'A' ACEPTADO             *
      *             'R' RECHAZADO (V13C40B LA REENVIA EN EL PROXIMO    *
      *             ENVIO CON EL NUEVO NUMERO))                        *
      ******************************************************************
       01  DCLV1DT103.
           05  NUM-REF-RTE                  PIC S9(10)   COMP-3.
           05  NUM-ENVIO-RTE                PIC S9(05)   COMP-3.
           05  FEC-ENVIO-RTE                PIC X(08).
           05  FEC-OPE-RTE                  PIC X(08).
           05  NUM-DOC-RTE                  PIC X(15).
           05  IMP-USD-OPE-RTE              PIC S9(13)V9(02) COMP-3.
           05  IMP-USD-DIA-RTE              PIC S9(13)V9(02) COMP-3.
           05  IND-AGREGADO                 PIC X(01).
           05  EST-ACUSE-RTE                PIC X(01).
           05  COD-MOTIVO-ACUSE-RTE         PIC X(04).
           05  FEC-ACUSE-RTE                PIC X(08).

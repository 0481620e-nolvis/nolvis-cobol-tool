      ******************************************************************
      *  V1GT161 - DCLGEN DE LA TABLA V1DT161 (ESCENARIOS DE CHOQUE DE *
      *             TASA PARA EL RIESGO DE MERCADO.  CADA ESCENARIO    *
      *             TIENE UNA FILA POR DIVISA AFECTADA O UNA FILA '***'*
      *             QUE VALE PARA LAS DIVISAS NO LISTADAS.  EL CHOQUE  *
      *             POSITIVO ES DEPRECIACION DEL BOLIVAR (SUBE LA      *
      *             TASA).  LOS USA LA CORRIDA DIARIA V13C80B)         *
      ******************************************************************
       01  DCLV1DT161.
           05  COD-ESCENARIO                PIC X(04).
           05  COD-DIV-ESC                  PIC X(03).
           05  PCT-CHOQUE                   PIC S9(03)V9(02) COMP-3.
           05  TXT-ESCENARIO                PIC X(40).
           05  IND-ACTIVO-ESC               PIC X(01).

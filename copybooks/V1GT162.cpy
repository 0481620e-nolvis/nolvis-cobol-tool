      ******************************************************************
      *  V1GT162 - DCLGEN DE LA TABLA V1DT162 (LIMITES DE RIESGO DE    *
      *             MERCADO APROBADOS POR LA JUNTA DIRECTIVA, POR      *
      *             ENTIDAD Y DIVISA ('***' ES EL TOTAL DE LA ENTIDAD).*
      *             TIPO 'V' LIMITE DEL VAR HISTORICO Y 'E' LIMITE DE  *
      *             LA PEOR PERDIDA DE LOS ESCENARIOS DE CHOQUE, EN    *
      *             BOLIVARES.  LOS CONTROLA LA CORRIDA V13C80B)       *
      ******************************************************************
       01  DCLV1DT162.
           05  COD-ENT-BANCO-RIE            PIC X(04).
           05  COD-DIV-RIE                  PIC X(03).
           05  TIP-LIMITE-RIE               PIC X(01).
           05  IMP-LIMITE-RIE               PIC S9(13)V9(02) COMP-3.
           05  FEC-APROBACION-RIE           PIC X(08).
           05  TXT-ACTA-RIE                 PIC X(30).

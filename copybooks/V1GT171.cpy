      ******************************************************************
      *  V1GT171 - DCLGEN DE LA TABLA V1DT171 (UMBRAL EN DOLARES, CON  *
      *             VIGENCIA POR FECHAS, A PARTIR DEL CUAL UNA         *
      *             OPERACION CAPTADA A MANO EN V12C43M EXIGE LA       *
      *             DOBLE CAPTURA A CIEGAS DE UN SEGUNDO OPERADOR      *
      *             (V1DT172).  SIN UMBRAL VIGENTE NO SE EXIGE.  SE    *
      *             MANTIENE POR V13C89M)                              *
      ******************************************************************
       01  DCLV1DT171.
           05  IMP-UMBRAL-DCT               PIC S9(13)V9(02) COMP-3.
           05  FEC-DESDE-DCT                PIC X(08).
           05  FEC-HASTA-DCT                PIC X(08).
           05  COD-USUARIO-DCT              PIC X(08).

      ******************************************************************
      *  V1GT110 - DCLGEN DE LA TABLA V1DT110 (DEBIDA DILIGENCIA DE    *
      *             CORRESPONSALES POR BIC: FECHA DE LA ULTIMA         *
      *             REVISION, VENCIMIENTO, RESULTADO DEL CUESTIONARIO  *
      *             WOLFSBERG Y DE LAS VERIFICACIONES DE LICENCIA Y    *
      *             SANCIONES ('S' CONFORME 'N' NO CONFORME),          *
      *             CALIFICACION DE RIESGO ('B' BAJO 'M' MEDIO 'A'     *
      *             ALTO) Y REVISOR.                                   *
      *             COD_BANCO ENLAZA EL BIC CON EL MAESTRO             *
      *             INTERBANCARIO V1DT068 CUANDO EL CORRESPONSAL ES    *
      *             TAMBIEN CONTRAPARTE DE CUADRES.  LA CONSULTAN      *
      *             V13C02B Y V13C04M; SE MANTIENE POR V13C43M)        *
      ******************************************************************
       01  DCLV1DT110.
           05  BIC-DILIGENCIA               PIC X(11).
           05  COD-BANCO-DILIGENCIA         PIC X(08).
           05  FEC-REVISION-DD              PIC X(08).
           05  FEC-VENCIMIENTO-DD           PIC X(08).
           05  IND-WOLFSBERG                PIC X(01).
           05  IND-LICENCIA                 PIC X(01).
           05  IND-SANCIONES                PIC X(01).
           05  COD-RIESGO-DD                PIC X(01).
           05  COD-USUARIO-REVISA           PIC X(08).

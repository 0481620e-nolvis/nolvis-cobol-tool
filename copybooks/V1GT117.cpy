      ******************************************************************
      *  V1GT117 - DCLGEN DE LA TABLA V1DT117 (ESCENARIOS DE DETECCION *
      *             PARAMETRIZABLES, MANTENIDOS POR COMPLIANCE BAJO    *
      *             DOBLE CONTROL (V13C47M / V12C72Z) Y EJECUTADOS     *
      *             CADA NOCHE POR V13C47B.  UN ESCENARIO FILTRA LAS   *
      *             OPERACIONES DE V1DT001 (CONCEPTO, RIESGO DEL PAIS  *
      *             DESTINO EN V1DT087, TIP_PAGO, PRIMER CARACTER DEL  *
      *             SEGMENTO EN V1DT045; EN BLANCO = CUALQUIERA), LAS  *
      *             AGRUPA EN UNA VENTANA DE DIAS POR TITULAR ('T') O  *
      *             POR BENEFICIARIO ('B') Y DISPARA CUANDO EL GRUPO   *
      *             ALCANZA LA CANTIDAD Y/O EL MONTO EN DOLARES        *
      *             (CERO = NO SE EXIGE).  IND_ACTIVO 'S'/'N')         *
      ******************************************************************
       01  DCLV1DT117.
           05  COD-ESCENARIO                PIC X(06).
           05  DES-ESCENARIO                PIC X(40).
           05  IND-ACTIVO-ESC               PIC X(01).
           05  COD-CPT-ESC                  PIC X(03).
           05  COD-RIESGO-ESC               PIC X(01).
           05  TIP-PAGO-ESC                 PIC X(01).
           05  COD-SEGMENTO-ESC             PIC X(01).
           05  COD-AGRUPA-ESC               PIC X(01).
           05  NUM-DIAS-VENTANA             PIC S9(03)   COMP-3.
           05  CAN-MIN-OPE                  PIC S9(04)   COMP-3.
           05  IMP-MIN-USD                  PIC S9(13)V9(02) COMP-3.

      ******************************************************************
      *  V1GT145 - DCLGEN DE LA TABLA V1DT145 (LIMITES DE EXPOSICION   *
      *             DE LIQUIDACION POR BANCO CONTRAPARTE Y DIVISA.     *
      *             LA CAPTURA DE CUADRES V13C04M NO ACEPTA UNA        *
      *             OPERACION QUE LLEVE LA EXPOSICION ABIERTA (CUADRES *
      *             AUN NO LIQUIDADOS EN V1DT020) POR ENCIMA DEL       *
      *             LIMITE SIN AUTORIZACION DEL JEFE DE TESORERIA.  SE *
      *             MANTIENE BAJO DOBLE CONTROL: V13C70M -> V1DT037 -> *
      *             V12C72Z)                                           *
      ******************************************************************
       01  DCLV1DT145.
           05  COD-BANCO-LIM                PIC X(08).
           05  COD-DIV-LIM                  PIC X(03).
           05  IMP-LIMITE-LIM               PIC S9(13)V9(02) COMP-3.

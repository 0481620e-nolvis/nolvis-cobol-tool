      ******************************************************************
      *  V1GT180 - DCLGEN DE LA TABLA V1DT180 (TRAMOS DE LIQUIDACION   *
      *             DE UNA OPERACION, CLAVE NUM_REF + NUM_TRAMO.  UNA  *
      *             OPERACION CON TRAMOS SE PAGA EN VARIAS             *
      *             INSTRUCCIONES, CADA UNA CON SU MONTO, SU           *
      *             BENEFICIARIO Y SU FECHA VALOR; LOS MONTOS DEBEN    *
      *             SUMAR IMP_OPE PARA QUE V12C53B LA EXTRAIGA.  SE    *
      *             CAPTURAN EN V13C95M MIENTRAS NO SE HAYA EXTRAIDO)  *
      ******************************************************************
       01  DCLV1DT180.
           05  NUM-REF-TRAMO                PIC S9(10)   COMP-3.
           05  NUM-SEC-TRAMO                PIC S9(03)   COMP-3.
           05  IMP-TRAMO                    PIC S9(13)V9(02) COMP-3.
           05  FEC-VALOR-TRAMO              PIC X(08).
           05  IDF-RIF-TRAMO                PIC X(15).
           05  NOM-BENEF-TRAMO              PIC X(40).
           05  COD-PAIS-TRAMO               PIC X(03).
           05  COD-USUARIO-TRAMO            PIC X(08).
           05  FEC-CAPTURA-TRAMO            PIC X(08).

      ******************************************************************
      *  V1GT127 - DCLGEN DE LA TABLA V1DT127 (RENTABILIDAD MENSUAL DE *
      *             CADA CLIENTE POR ENTIDAD JURIDICA, EN BOLIVARES:   *
      *             MARGEN CONTRA LA TASA OFICIAL V1DT015 DE SUS       *
      *             OPERACIONES, MAS COMISIONES COBRADAS (V1DT069),    *
      *             MENOS COMISIONES EXONERADAS (V1DT070) Y            *
      *             COMPENSACIONES POR FALLOS DE LIQUIDACION           *
      *             (V1DT067).  LA CALCULA V13C57B AL CIERRE DEL MES Y *
      *             LA CONSULTA V13C57Z CON LA TENDENCIA DE 12 MESES)  *
      ******************************************************************
       01  DCLV1DT127.
           05  NUM-DOC-RENTAB               PIC X(15).
      *    AAAAMM
           05  ANO-MES-RENTAB               PIC X(06).
           05  COD-ENT-RENTAB               PIC X(04).
           05  CANT-OPE-RENTAB              PIC S9(09)   COMP-3.
           05  IMP-SPREAD-RENTAB            PIC S9(15)V9(02) COMP-3.
           05  IMP-COM-COB-RENTAB           PIC S9(15)V9(02) COMP-3.
           05  IMP-COM-EXO-RENTAB           PIC S9(15)V9(02) COMP-3.
           05  IMP-COMPENS-RENTAB           PIC S9(15)V9(02) COMP-3.
      *    SPREAD + COBRADA - EXONERADA - COMPENSACION
           05  IMP-RENTABILIDAD             PIC S9(15)V9(02) COMP-3.
           05  FEC-CALCULO-RENTAB           PIC X(08).

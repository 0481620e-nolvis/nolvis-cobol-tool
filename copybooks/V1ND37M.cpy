      ******************************************************************
      *  V1ND37M - MAPA BMS DE LA PANTALLA DE CAPTURA DE CONTRATOS A   *
      *             PLAZO Y SWAPS DE DIVISAS (V1DT098), GENERADO A     *
      *             PARTIR DEL MAPSET V1NN37M                          *
      ******************************************************************
       01  V1ND37MI.
           02  TIPCONL                      PIC S9(4) COMP.
           02  TIPCONF                      PIC X.
           02  FILLER REDEFINES TIPCONF.
               03  TIPCONA                  PIC X.
           02  TIPCONI                      PIC X(01).
           02  CODOFIL                      PIC S9(4) COMP.
           02  CODOFIF                      PIC X.
           02  FILLER REDEFINES CODOFIF.
               03  CODOFIA                  PIC X.
           02  CODOFII                      PIC X(04).
           02  NUMDOCL                      PIC S9(4) COMP.
           02  NUMDOCF                      PIC X.
           02  FILLER REDEFINES NUMDOCF.
               03  NUMDOCA                  PIC X.
           02  NUMDOCI                      PIC X(15).
           02  CODDIVL                      PIC S9(4) COMP.
           02  CODDIVF                      PIC X.
           02  FILLER REDEFINES CODDIVF.
               03  CODDIVA                  PIC X.
           02  CODDIVI                      PIC X(03).
           02  IMPCONL                      PIC S9(4) COMP.
           02  IMPCONF                      PIC X.
           02  FILLER REDEFINES IMPCONF.
               03  IMPCONA                  PIC X.
           02  IMPCONI                      PIC X(15).
           02  CODCP1L                      PIC S9(4) COMP.
           02  CODCP1F                      PIC X.
           02  FILLER REDEFINES CODCP1F.
               03  CODCP1A                  PIC X.
           02  CODCP1I                      PIC X(03).
           02  IDFCV1L                      PIC S9(4) COMP.
           02  IDFCV1F                      PIC X.
           02  FILLER REDEFINES IDFCV1F.
               03  IDFCV1A                  PIC X.
           02  IDFCV1I                      PIC X(01).
           02  TASPA1L                      PIC S9(4) COMP.
           02  TASPA1F                      PIC X.
           02  FILLER REDEFINES TASPA1F.
               03  TASPA1A                  PIC X.
           02  TASPA1I                      PIC X(11).
           02  FECVE1L                      PIC S9(4) COMP.
           02  FECVE1F                      PIC X.
           02  FILLER REDEFINES FECVE1F.
               03  FECVE1A                  PIC X.
           02  FECVE1I                      PIC X(10).
           02  CODCP2L                      PIC S9(4) COMP.
           02  CODCP2F                      PIC X.
           02  FILLER REDEFINES CODCP2F.
               03  CODCP2A                  PIC X.
           02  CODCP2I                      PIC X(03).
           02  TASPA2L                      PIC S9(4) COMP.
           02  TASPA2F                      PIC X.
           02  FILLER REDEFINES TASPA2F.
               03  TASPA2A                  PIC X.
           02  TASPA2I                      PIC X(11).
           02  FECVE2L                      PIC S9(4) COMP.
           02  FECVE2F                      PIC X.
           02  FILLER REDEFINES FECVE2F.
               03  FECVE2A                  PIC X.
           02  FECVE2I                      PIC X(10).
           02  RIFBENL                      PIC S9(4) COMP.
           02  RIFBENF                      PIC X.
           02  FILLER REDEFINES RIFBENF.
               03  RIFBENA                  PIC X.
           02  RIFBENI                      PIC X(15).
           02  NOMBENL                      PIC S9(4) COMP.
           02  NOMBENF                      PIC X.
           02  FILLER REDEFINES NOMBENF.
               03  NOMBENA                  PIC X.
           02  NOMBENI                      PIC X(40).
           02  PAISCOL                      PIC S9(4) COMP.
           02  PAISCOF                      PIC X.
           02  FILLER REDEFINES PAISCOF.
               03  PAISCOA                  PIC X.
           02  PAISCOI                      PIC X(03).
           02  PAISDEL                      PIC S9(4) COMP.
           02  PAISDEF                      PIC X.
           02  FILLER REDEFINES PAISDEF.
               03  PAISDEA                  PIC X.
           02  PAISDEI                      PIC X(03).
           02  CTAPASL                      PIC S9(4) COMP.
           02  CTAPASF                      PIC X.
           02  FILLER REDEFINES CTAPASF.
               03  CTAPASA                  PIC X.
           02  CTAPASI                      PIC X(20).
           02  TIPPAGL                      PIC S9(4) COMP.
           02  TIPPAGF                      PIC X.
           02  FILLER REDEFINES TIPPAGF.
               03  TIPPAGA                  PIC X.
           02  TIPPAGI                      PIC X(01).
           02  NUMCONL                      PIC S9(4) COMP.
           02  NUMCONF                      PIC X.
           02  FILLER REDEFINES NUMCONF.
               03  NUMCONA                  PIC X.
           02  NUMCONI                      PIC X(09).

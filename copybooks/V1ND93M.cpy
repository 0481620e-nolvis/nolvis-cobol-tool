      ******************************************************************
      *  V1ND93M - MAPA BMS DE LA PANTALLA DE PAGO DE REMESAS          *
      *             FAMILIARES (V1DT179), GENERADO A PARTIR DEL        *
      *             MAPSET V1NN93M                                     *
      ******************************************************************
       01  V1ND93MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  CODEMPL                      PIC S9(4) COMP.
           02  CODEMPF                      PIC X.
           02  FILLER REDEFINES CODEMPF.
               03  CODEMPA                  PIC X.
           02  CODEMPI                      PIC X(04).
           02  NUMORDL                      PIC S9(4) COMP.
           02  NUMORDF                      PIC X.
           02  FILLER REDEFINES NUMORDF.
               03  NUMORDA                  PIC X.
           02  NUMORDI                      PIC X(15).
           02  NOMEMPL                      PIC S9(4) COMP.
           02  NOMEMPF                      PIC X.
           02  FILLER REDEFINES NOMEMPF.
               03  NOMEMPA                  PIC X.
           02  NOMEMPI                      PIC X(40).
           02  ESTADOL                      PIC S9(4) COMP.
           02  ESTADOF                      PIC X.
           02  FILLER REDEFINES ESTADOF.
               03  ESTADOA                  PIC X.
           02  ESTADOI                      PIC X(10).
           02  MOTIVOL                      PIC S9(4) COMP.
           02  MOTIVOF                      PIC X.
           02  FILLER REDEFINES MOTIVOF.
               03  MOTIVOA                  PIC X.
           02  MOTIVOI                      PIC X(03).
           02  NOMREML                      PIC S9(4) COMP.
           02  NOMREMF                      PIC X.
           02  FILLER REDEFINES NOMREMF.
               03  NOMREMA                  PIC X.
           02  NOMREMI                      PIC X(40).
           02  DOCREML                      PIC S9(4) COMP.
           02  DOCREMF                      PIC X.
           02  FILLER REDEFINES DOCREMF.
               03  DOCREMA                  PIC X.
           02  DOCREMI                      PIC X(15).
           02  PAIREML                      PIC S9(4) COMP.
           02  PAIREMF                      PIC X.
           02  FILLER REDEFINES PAIREMF.
               03  PAIREMA                  PIC X.
           02  PAIREMI                      PIC X(03).
           02  NOMBENL                      PIC S9(4) COMP.
           02  NOMBENF                      PIC X.
           02  FILLER REDEFINES NOMBENF.
               03  NOMBENA                  PIC X.
           02  NOMBENI                      PIC X(40).
           02  CODDIVL                      PIC S9(4) COMP.
           02  CODDIVF                      PIC X.
           02  FILLER REDEFINES CODDIVF.
               03  CODDIVA                  PIC X.
           02  CODDIVI                      PIC X(03).
           02  IMPREML                      PIC S9(4) COMP.
           02  IMPREMF                      PIC X.
           02  FILLER REDEFINES IMPREMF.
               03  IMPREMA                  PIC X.
           02  IMPREMI                      PIC X(18).
           02  DOCPREL                      PIC S9(4) COMP.
           02  DOCPREF                      PIC X.
           02  FILLER REDEFINES DOCPREF.
               03  DOCPREA                  PIC X.
           02  DOCPREI                      PIC X(15).
           02  TIPPAGL                      PIC S9(4) COMP.
           02  TIPPAGF                      PIC X.
           02  FILLER REDEFINES TIPPAGF.
               03  TIPPAGA                  PIC X.
           02  TIPPAGI                      PIC X(01).
           02  CTAABOL                      PIC S9(4) COMP.
           02  CTAABOF                      PIC X.
           02  FILLER REDEFINES CTAABOF.
               03  CTAABOA                  PIC X.
           02  CTAABOI                      PIC X(20).
           02  CODOFIL                      PIC S9(4) COMP.
           02  CODOFIF                      PIC X.
           02  FILLER REDEFINES CODOFIF.
               03  CODOFIA                  PIC X.
           02  CODOFII                      PIC X(04).
           02  TASPAGL                      PIC S9(4) COMP.
           02  TASPAGF                      PIC X.
           02  FILLER REDEFINES TASPAGF.
               03  TASPAGA                  PIC X.
           02  TASPAGI                      PIC X(12).
           02  IMPBSL                       PIC S9(4) COMP.
           02  IMPBSF                       PIC X.
           02  FILLER REDEFINES IMPBSF.
               03  IMPBSA                   PIC X.
           02  IMPBSI                       PIC X(20).
           02  NUMREFL                      PIC S9(4) COMP.
           02  NUMREFF                      PIC X.
           02  FILLER REDEFINES NUMREFF.
               03  NUMREFA                  PIC X.
           02  NUMREFI                      PIC X(10).

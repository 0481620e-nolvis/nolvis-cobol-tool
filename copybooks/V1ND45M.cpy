      ******************************************************************
      *  V1ND45M - MAPA BMS DE LA PANTALLA DE DECLARACION              *
      *             DE ORIGEN Y DESTINO DE LOS FONDOS (V1DT114)        *
      *             Y DEL UMBRAL QUE LA EXIGE (V1DT115),               *
      *             GENERADO A PARTIR DEL MAPSET V1NN45M               *
      ******************************************************************
       01  V1ND45MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  NUMREFL                      PIC S9(4) COMP.
           02  NUMREFF                      PIC X.
           02  FILLER REDEFINES NUMREFF.
               03  NUMREFA                  PIC X.
           02  NUMREFI                      PIC X(10).
           02  NOMRAZL                      PIC S9(4) COMP.
           02  NOMRAZF                      PIC X.
           02  FILLER REDEFINES NOMRAZF.
               03  NOMRAZA                  PIC X.
           02  NOMRAZI                      PIC X(40).
           02  FECOPEL                      PIC S9(4) COMP.
           02  FECOPEF                      PIC X.
           02  FILLER REDEFINES FECOPEF.
               03  FECOPEA                  PIC X.
           02  FECOPEI                      PIC X(08).
           02  IMPUSDL                      PIC S9(4) COMP.
           02  IMPUSDF                      PIC X.
           02  FILLER REDEFINES IMPUSDF.
               03  IMPUSDA                  PIC X.
           02  IMPUSDI                      PIC X(18).
           02  REQUIEL                      PIC S9(4) COMP.
           02  REQUIEF                      PIC X.
           02  FILLER REDEFINES REQUIEF.
               03  REQUIEA                  PIC X.
           02  REQUIEI                      PIC X(01).
           02  ORIGENL                      PIC S9(4) COMP.
           02  ORIGENF                      PIC X.
           02  FILLER REDEFINES ORIGENF.
               03  ORIGENA                  PIC X.
           02  ORIGENI                      PIC X(60).
           02  DESTINL                      PIC S9(4) COMP.
           02  DESTINF                      PIC X.
           02  FILLER REDEFINES DESTINF.
               03  DESTINA                  PIC X.
           02  DESTINI                      PIC X(60).
           02  DOCSOPL                      PIC S9(4) COMP.
           02  DOCSOPF                      PIC X.
           02  FILLER REDEFINES DOCSOPF.
               03  DOCSOPA                  PIC X.
           02  DOCSOPI                      PIC X(30).
           02  USURECL                      PIC S9(4) COMP.
           02  USURECF                      PIC X.
           02  FILLER REDEFINES USURECF.
               03  USURECA                  PIC X.
           02  USURECI                      PIC X(08).
           02  FECDECL                      PIC S9(4) COMP.
           02  FECDECF                      PIC X.
           02  FILLER REDEFINES FECDECF.
               03  FECDECA                  PIC X.
           02  FECDECI                      PIC X(08).
           02  UMBRALL                      PIC S9(4) COMP.
           02  UMBRALF                      PIC X.
           02  FILLER REDEFINES UMBRALF.
               03  UMBRALA                  PIC X.
           02  UMBRALI                      PIC X(15).
           02  UMBDESL                      PIC S9(4) COMP.
           02  UMBDESF                      PIC X.
           02  FILLER REDEFINES UMBDESF.
               03  UMBDESA                  PIC X.
           02  UMBDESI                      PIC X(08).
           02  UMBHASL                      PIC S9(4) COMP.
           02  UMBHASF                      PIC X.
           02  FILLER REDEFINES UMBHASF.
               03  UMBHASA                  PIC X.
           02  UMBHASI                      PIC X(08).

      ******************************************************************
      *  V1ND42M - MAPA BMS DE LA PANTALLA DE ARQUEO FISICO DE         *
      *             EFECTIVO POR OFICINA Y DIVISA (V1DT107) CON SU     *
      *             CONTEO POR DENOMINACION (V1DT108), GENERADO A      *
      *             PARTIR DEL MAPSET V1NN42M                          *
      ******************************************************************
       01  V1ND42MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  OFICINL                      PIC S9(4) COMP.
           02  OFICINF                      PIC X.
           02  FILLER REDEFINES OFICINF.
               03  OFICINA                  PIC X.
           02  OFICINI                      PIC X(04).
           02  DIVISAL                      PIC S9(4) COMP.
           02  DIVISAF                      PIC X.
           02  FILLER REDEFINES DIVISAF.
               03  DIVISAA                  PIC X.
           02  DIVISAI                      PIC X(03).
           02  DENOM1L                      PIC S9(4) COMP.
           02  DENOM1F                      PIC X.
           02  FILLER REDEFINES DENOM1F.
               03  DENOM1A                  PIC X.
           02  DENOM1I                      PIC X(05).
           02  CANBI1L                      PIC S9(4) COMP.
           02  CANBI1F                      PIC X.
           02  FILLER REDEFINES CANBI1F.
               03  CANBI1A                  PIC X.
           02  CANBI1I                      PIC X(07).
           02  DENOM2L                      PIC S9(4) COMP.
           02  DENOM2F                      PIC X.
           02  FILLER REDEFINES DENOM2F.
               03  DENOM2A                  PIC X.
           02  DENOM2I                      PIC X(05).
           02  CANBI2L                      PIC S9(4) COMP.
           02  CANBI2F                      PIC X.
           02  FILLER REDEFINES CANBI2F.
               03  CANBI2A                  PIC X.
           02  CANBI2I                      PIC X(07).
           02  DENOM3L                      PIC S9(4) COMP.
           02  DENOM3F                      PIC X.
           02  FILLER REDEFINES DENOM3F.
               03  DENOM3A                  PIC X.
           02  DENOM3I                      PIC X(05).
           02  CANBI3L                      PIC S9(4) COMP.
           02  CANBI3F                      PIC X.
           02  FILLER REDEFINES CANBI3F.
               03  CANBI3A                  PIC X.
           02  CANBI3I                      PIC X(07).
           02  DENOM4L                      PIC S9(4) COMP.
           02  DENOM4F                      PIC X.
           02  FILLER REDEFINES DENOM4F.
               03  DENOM4A                  PIC X.
           02  DENOM4I                      PIC X(05).
           02  CANBI4L                      PIC S9(4) COMP.
           02  CANBI4F                      PIC X.
           02  FILLER REDEFINES CANBI4F.
               03  CANBI4A                  PIC X.
           02  CANBI4I                      PIC X(07).
           02  DENOM5L                      PIC S9(4) COMP.
           02  DENOM5F                      PIC X.
           02  FILLER REDEFINES DENOM5F.
               03  DENOM5A                  PIC X.
           02  DENOM5I                      PIC X(05).
           02  CANBI5L                      PIC S9(4) COMP.
           02  CANBI5F                      PIC X.
           02  FILLER REDEFINES CANBI5F.
               03  CANBI5A                  PIC X.
           02  CANBI5I                      PIC X(07).
           02  DENOM6L                      PIC S9(4) COMP.
           02  DENOM6F                      PIC X.
           02  FILLER REDEFINES DENOM6F.
               03  DENOM6A                  PIC X.
           02  DENOM6I                      PIC X(05).
           02  CANBI6L                      PIC S9(4) COMP.
           02  CANBI6F                      PIC X.
           02  FILLER REDEFINES CANBI6F.
               03  CANBI6A                  PIC X.
           02  CANBI6I                      PIC X(07).
           02  DENOM7L                      PIC S9(4) COMP.
           02  DENOM7F                      PIC X.
           02  FILLER REDEFINES DENOM7F.
               03  DENOM7A                  PIC X.
           02  DENOM7I                      PIC X(05).
           02  CANBI7L                      PIC S9(4) COMP.
           02  CANBI7F                      PIC X.
           02  FILLER REDEFINES CANBI7F.
               03  CANBI7A                  PIC X.
           02  CANBI7I                      PIC X(07).
           02  DENOM8L                      PIC S9(4) COMP.
           02  DENOM8F                      PIC X.
           02  FILLER REDEFINES DENOM8F.
               03  DENOM8A                  PIC X.
           02  DENOM8I                      PIC X(05).
           02  CANBI8L                      PIC S9(4) COMP.
           02  CANBI8F                      PIC X.
           02  FILLER REDEFINES CANBI8F.
               03  CANBI8A                  PIC X.
           02  CANBI8I                      PIC X(07).
           02  CAUSAL                       PIC S9(4) COMP.
           02  CAUSAF                       PIC X.
           02  FILLER REDEFINES CAUSAF.
               03  CAUSAA                   PIC X.
           02  CAUSAI                       PIC X(02).
           02  OBSERVL                      PIC S9(4) COMP.
           02  OBSERVF                      PIC X.
           02  FILLER REDEFINES OBSERVF.
               03  OBSERVA                  PIC X.
           02  OBSERVI                      PIC X(40).
           02  IMPCONL                      PIC S9(4) COMP.
           02  IMPCONF                      PIC X.
           02  FILLER REDEFINES IMPCONF.
               03  IMPCONA                  PIC X.
           02  IMPCONI                      PIC X(20).
           02  IMPLIBL                      PIC S9(4) COMP.
           02  IMPLIBF                      PIC X.
           02  FILLER REDEFINES IMPLIBF.
               03  IMPLIBA                  PIC X.
           02  IMPLIBI                      PIC X(20).
           02  IMPDIFL                      PIC S9(4) COMP.
           02  IMPDIFF                      PIC X.
           02  FILLER REDEFINES IMPDIFF.
               03  IMPDIFA                  PIC X.
           02  IMPDIFI                      PIC X(20).
           02  ESTADOL                      PIC S9(4) COMP.
           02  ESTADOF                      PIC X.
           02  FILLER REDEFINES ESTADOF.
               03  ESTADOA                  PIC X.
           02  ESTADOI                      PIC X(01).
           02  USUCTAL                      PIC S9(4) COMP.
           02  USUCTAF                      PIC X.
           02  FILLER REDEFINES USUCTAF.
               03  USUCTAA                  PIC X.
           02  USUCTAI                      PIC X(08).

      ******************************************************************
      *  V1GT118 - DCLGEN DE LA TABLA V1DT118 (MUESTRA DE CONTROL DE   *
      *             CALIDAD DE CASOS CERRADOS JUSTIFICADOS: V13C49B    *
      *             SORTEA LOS CASOS PONDERANDO POR ANALISTA Y POR     *
      *             DETECTOR, EL REVISOR DE SEGUNDO NIVEL LOS          *
      *             CALIFICA EN V13C49M Y V13C50B DA EL INDICE DE      *
      *             APROBACION TRIMESTRAL POR ANALISTA).               *
      *             IND_ESTRATO: 'A' CUOTA DEL ANALISTA  'D' CUOTA     *
      *             DEL DETECTOR.                                      *
      *             EST_QA: 'P' PENDIENTE  'A' APROBADO  'R'           *
      *             RECHAZADO (EL CASO SIGUE CERRADO)  'D' DEVUELTO    *
      *             A ANALISIS (EL CASO SE REABRE).                    *
      *             NUM_PUNTAJE: 1 (DEFICIENTE) A 5 (EXCELENTE))       *
      ******************************************************************
       01  DCLV1DT118.
           05  NUM-REF-QA                   PIC S9(10)   COMP-3.
           05  FEC-MUESTRA                  PIC X(08).
           05  COD-ANALISTA-QA              PIC X(08).
           05  COD-PROGRAMA-QA              PIC X(08).
           05  IND-ESTRATO                  PIC X(01).
           05  EST-QA                       PIC X(01).
           05  NUM-PUNTAJE                  PIC S9(01)   COMP-3.
           05  TXT-HALLAZGO-QA              PIC X(70).
           05  COD-REVISOR                  PIC X(08).
           05  FEC-REVISION                 PIC X(08).

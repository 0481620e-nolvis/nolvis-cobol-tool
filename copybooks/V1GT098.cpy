      ******************************************************************
      *  V1GT098 - DCLGEN DE LA TABLA V1DT098 (CARTERA DE CONTRATOS A  *
      *             PLAZO Y SWAPS DE DIVISAS CON CLIENTES.  UNA FILA   *
      *             POR PATA: EL FORWARD ('F') TIENE UNA SOLA PATA Y   *
      *             EL SWAP ('S') DOS PATAS DE SENTIDO CONTRARIO BAJO  *
      *             EL MISMO NUM_CONTRATO (1 CERCANA, 2 LEJANA).  LA   *
      *             CAPTURA ES V13C37M; AL VENCIMIENTO V13C37B CONVIER-*
      *             TE CADA PATA EN OPERACION DE V1DT001, LA PASA A    *
      *             'L' Y GUARDA EL NUM_REF GENERADO)                  *
      ******************************************************************
       01  DCLV1DT098.
           05  NUM-CONTRATO                 PIC S9(09)   COMP-3.
           05  NUM-PATA                     PIC S9(01)   COMP-3.
           05  TIP-CONTRATO                 PIC X(01).
           05  NUM-DOC-CONTRATO             PIC X(15).
           05  COD-OFI-CONTRATO             PIC X(04).
           05  COD-DIV-CONTRATO             PIC X(03).
           05  COD-CPT-CONTRATO             PIC X(03).
           05  IDF-CMP-VTA-CON              PIC X(01).
           05  IMP-CONTRATO                 PIC S9(13)V9(02) COMP-3.
           05  TAS-PACTADA                  PIC S9(07)V9(04) COMP-3.
           05  FEC-PACTO                    PIC X(08).
           05  FEC-VENCIMIENTO              PIC X(08).
           05  IDF-RIF-BENEF-CON            PIC X(15).
           05  NOM-BENEF-CON                PIC X(40).
           05  COD-PAIS-CORR-CON            PIC X(03).
           05  COD-PAIS-DEST-CON            PIC X(03).
           05  CTA-PASIVO-CON               PIC X(20).
           05  TIP-PAGO-CON                 PIC X(01).
           05  EST-CONTRATO                 PIC X(01).
           05  NUM-REF-LIQUIDA              PIC S9(10)   COMP-3.
           05  COD-USUARIO-CON              PIC X(08).
      *    * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  COD-ENT-CONTRATO             PIC X(04).
      *    * AD01-F

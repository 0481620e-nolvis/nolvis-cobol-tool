      ******************************************************************
      *  V1GT121 - DCLGEN DE LA TABLA V1DT121 (ORDENES JUDICIALES DE   *
      *             BLOQUEO POR CLIENTE.  ALCANCE A TODA OPERACION,    *
      *             V SOLO VENTAS, T SOLO TRANSFERENCIAS.  ESTADO V    *
      *             VIGENTE, L LIBERADA CON SU PROPIA REFERENCIA)      *
      ******************************************************************
       01  DCLV1DT121.
           05  NUM-ORDEN-JUD                PIC S9(09)   COMP-3.
           05  NUM-DOC-BLOQUEO              PIC X(15).
           05  TXT-REF-ORDEN                PIC X(30).
           05  TXT-TRIBUNAL                 PIC X(40).
           05  COD-ALCANCE-JUD              PIC X(01).
           05  FEC-DESDE-JUD                PIC X(08).
           05  FEC-HASTA-JUD                PIC X(08).
           05  EST-ORDEN-JUD                PIC X(01).
           05  FEC-ALTA-JUD                 PIC X(08).
           05  COD-USUARIO-ALTA-JUD         PIC X(08).
           05  FEC-LIBERACION               PIC X(08).
           05  TXT-REF-LIBERACION           PIC X(30).
           05  COD-USUARIO-LIB-JUD          PIC X(08).

      ******************************************************************
      *  V1GT157 - DCLGEN DE LA TABLA V1DT157 (RANGOS DE NUMEROS DE    *
      *             CONTROL AUTORIZADOS POR EL SENIAT PARA LOS         *
      *             DOCUMENTOS FISCALES).  ESTADO DEL RANGO:           *
      *             'A' EN USO  'P' POR USAR  'C' CONSUMIDO.           *
      *             LOS RANGOS POR USAR SE TOMAN EN ORDEN DE NUM_RANGO *
      *             Y CANT_AVISO ES EL REMANENTE QUE DISPARA LA ALERTA *
      *             CADA ENTIDAD JURIDICA TIENE SUS PROPIOS RANGOS     *
      ******************************************************************
       01  DCLV1DT157.
           05  NUM-RANGO-CTL                PIC S9(05)   COMP-3.
           05  COD-SERIE-CTL                PIC X(02).
           05  NUM-CONTROL-DESDE            PIC S9(09)   COMP-3.
           05  NUM-CONTROL-HASTA            PIC S9(09)   COMP-3.
           05  NUM-CONTROL-ULTIMO           PIC S9(09)   COMP-3.
           05  CANT-AVISO-CTL               PIC S9(07)   COMP-3.
           05  TXT-PROVIDENCIA-CTL          PIC X(30).
           05  FEC-AUTORIZA-CTL             PIC X(08).
           05  EST-RANGO-CTL                PIC X(01).
           05  COD-ENT-CTL                  PIC X(04).

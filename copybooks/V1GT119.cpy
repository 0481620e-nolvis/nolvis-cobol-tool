      ******************************************************************
      *  V1GT119 - DCLGEN DE LA TABLA V1DT119 (OFICIOS DE SUDEBAN,     *
      *             FISCALIA Y TRIBUNALES QUE PIDEN LAS OPERACIONES    *
      *             DE DIVISAS DE UNA O VARIAS PERSONAS EN UN PERIODO. *
      *             EL PLAZO LEGAL DE RESPUESTA SE CUENTA EN DIAS      *
      *             HABILES DEL CALENDARIO V1DT007.  SE REGISTRA Y     *
      *             TRABAJA EN LA LISTA V13C51Z Y EL PAQUETE DE        *
      *             RESPUESTA LO ARMA V13C51B.  LOS NOMBRES DE CAMPO   *
      *             LLEVAN SUFIJO PARA NO CHOCAR CON OTRAS DCLGEN.     *
      *             COD_AUTORIDAD: 'S' SUDEBAN  'F' FISCALIA           *
      *             'T' TRIBUNAL                                       *
      *             EST_OFICIO: 'A' ABIERTO  'P' PAQUETE SOLICITADO    *
      *             'G' PAQUETE GENERADO  'R' RESPONDIDO)              *
      ******************************************************************
       01  DCLV1DT119.
           05  NUM-OFICIO                   PIC S9(09)   COMP-3.
           05  COD-AUTORIDAD                PIC X(01).
           05  TXT-REFERENCIA-OFI           PIC X(30).
           05  FEC-DESDE-OFI                PIC X(08).
           05  FEC-HASTA-OFI                PIC X(08).
           05  FEC-RECIBIDO-OFI             PIC X(08).
           05  NUM-DIAS-PLAZO               PIC S9(03)   COMP-3.
           05  FEC-LIMITE-OFI               PIC X(08).
           05  EST-OFICIO                   PIC X(01).
           05  COD-USUARIO-OFI              PIC X(08).
           05  FEC-PAQUETE-OFI              PIC X(08).
           05  FEC-RESPUESTA-OFI            PIC X(08).

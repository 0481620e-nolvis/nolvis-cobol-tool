      ******************************************************************
      *  V1GT131 - DCLGEN DE LA TABLA V1DT131 (CREDITOS RECIBIDOS EN   *
      *             LOS NOSTROS POR VENTAS DE DIVISAS DE CLIENTES.     *
      *             V13C60B TOMA DE V1DT064 LAS PARTIDAS CREDITO Y LAS *
      *             CASA CONTRA LAS COMPRAS AUN NO LIQUIDADAS DE       *
      *             V1DT001 (SIN FILA EN V1DT020) POR REFERENCIA O POR *
      *             ORDENANTE, CON DIVISA Y MONTO IGUALES.  LO QUE NO  *
      *             CASA QUEDA EN SUSPENSO PARA ASIGNARLO A MANO EN LA *
      *             PANTALLA V13C60Z.                                  *
      *             EST_CREDITO: 'P' PENDIENTE EN SUSPENSO  'C' CASADO *
      *             POR EL PROCESO  'M' ASIGNADO A MANO.               *
      *             TIP_CASE: 'R' REFERENCIA  'N' NOMBRE DEL ORDENANTE *
      *             'M' MANUAL.  LOS NOMBRES DE CAMPO LLEVAN SUFIJO    *
      *             PARA NO CHOCAR CON DCLV1DT064)                     *
      ******************************************************************
       01  DCLV1DT131.
           05  COD-CORRESP-CRE              PIC X(11).
           05  FEC-EXTRACTO-CRE             PIC X(08).
           05  REF-EXTRACTO-CRE             PIC X(16).
           05  COD-DIV-CRE                  PIC X(03).
           05  IMP-CREDITO                  PIC S9(13)V9(02) COMP-3.
           05  NOM-ORDENANTE-CRE            PIC X(35).
           05  NUM-REF-CRE                  PIC S9(10)   COMP-3.
           05  EST-CREDITO                  PIC X(01).
           05  TIP-CASE                     PIC X(01).
           05  FEC-DETECTADO-CRE            PIC X(08).
           05  FEC-ASIGNADO                 PIC X(08).
           05  COD-USUARIO-ASIGNA           PIC X(08).

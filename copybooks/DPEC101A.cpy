      ******************************************************************
      *  DPEC101A - AREA DE COMUNICACION CON LA RUTINA DP9C1010 DEL    *
      *             SISTEMA DE DEPOSITOS, QUE INDICA SI UN DOCUMENTO   *
      *             DE IDENTIDAD ES TITULAR O COTITULAR DE UNA CUENTA  *
      *             Y DEVUELVE EL TITULAR PRINCIPAL.  RETORNO '00'     *
      *             TITULAR O COTITULAR, '10' LA CUENTA EXISTE PERO    *
      *             EL DOCUMENTO NO FIGURA, '20' CUENTA INEXISTENTE,   *
      *             '30' CUENTA CANCELADA O BLOQUEADA                  *
      ******************************************************************
           05  DPEC101A-DPCDGENT            PIC X(04).
           05  DPEC101A-DPNUMCTA            PIC X(20).
           05  DPEC101A-DPTIPDOC            PIC X(01).
           05  DPEC101A-DPNUMDOC            PIC X(11).
           05  DPEC101A-DPSECDOC            PIC X(02).
           05  DPEC101A-RETORNO             PIC X(02).
           05  DPEC101A-DPESTCTA            PIC X(01).
           05  DPEC101A-DPTIPTIT            PIC X(01).
           05  DPEC101A-DPNUMTIT            PIC X(11).
           05  DPEC101A-COD-ERROR           PIC X(07).

      ******************************************************************
      *  V1GT183 - DCLGEN DE LA TABLA V1DT183 (REGLAS DE               *
      *             CLASIFICACION DE LOS EVENTOS DE PERDIDA QUE        *
      *             PROPONE V13C97B, CLAVE COD_ORIGEN + COD_MOTIVO.    *
      *             EL MOTIVO ES EL CODIGO DE LA FILA DE ORIGEN        *
      *             (CAUSA DEL FALTANTE, MOTIVO DEL REVERSO, DEL       *
      *             COBRO FALLIDO O DE LA DEVOLUCION); '**' ES LA      *
      *             REGLA GENERAL DEL ORIGEN.  IND_GENERA = 'N'        *
      *             DESCARTA EL MOTIVO (POR EJEMPLO LOS REVERSOS A     *
      *             PEDIDO DEL CLIENTE, QUE NO SON PERDIDA).  LOS      *
      *             CODIGOS SON LOS DE V1DT182)                        *
      ******************************************************************
       01  DCLV1DT183.
           05  COD-ORIGEN-REG               PIC X(03).
           05  COD-MOTIVO-REG               PIC X(02).
           05  COD-TIPO-BASILEA-REG         PIC X(02).
           05  COD-LINEA-NEGOCIO-REG        PIC X(02).
           05  COD-CAUSA-RAIZ-REG           PIC X(02).
           05  IND-GENERA                   PIC X(01).

           05  FEC-HASTA                    PIC X(08).
      *    FECHA DE CARGA DE LA ENTRADA (V12C46M)
           05  FEC-ALTA                     PIC X(08).
      *    * AD01-I : CARGA AUTOMATICA DE LISTAS OFICIALES (V13C96B).
      *    *          COD_ID_LISTA ES EL IDENTIFICADOR QUE LA LISTA
      *    *          OFICIAL DA A LA ENTRADA (OFAC, ONU, LOCAL); CON
      *    *          COD_FUENTE FORMA LA CLAVE DEL CRUCE DE LA CARGA.
      *    *          EN BLANCO PARA LAS ENTRADAS PROPIAS DE V12C46M
           05  COD-ID-LISTA                 PIC X(15).
      *    * AD01-F

       01  REG-PARAMETROS.
           05  PAR-FECHA-DESDE             PIC X(08).
           05  PAR-FECHA-HASTA             PIC X(08).
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(60).
      * AD01-F
      *
       FD  ARCH-MAYOR
           RECORDING MODE IS F.
      *
           05  WS-FECHA-DESDE              PIC X(08)   VALUE SPACES.
           05  WS-FECHA-HASTA              PIC X(08)   VALUE SPACES.
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      *    ENTIDAD DEL MAYOR RECIBIDO EN ENTMAY (ESPACIOS: TODAS)
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
      * AD01-F
           05  WS-CTA-POSICION             PIC X(20)   VALUE SPACES.
           05  WS-NETO-OPE                 PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
               FROM V1DT001
               WHERE FEC_OPE >= :WS-FECHA-DESDE
                 AND FEC_OPE <= :WS-FECHA-HASTA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
               GROUP BY COD_OPE_BANCO,
                        COD_DIV_OPE
               ORDER BY COD_OPE_BANCO,
               FROM V1DT001
               WHERE FEC_OPE >= :WS-FECHA-DESDE
                 AND FEC_OPE <= :WS-FECHA-HASTA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
                 AND COD_OPE_BANCO = :DCLV1DT001.COD-OPE-BANCO
                 AND COD_DIV_OPE   = :DCLV1DT001.COD-DIV-OPE
               GROUP BY FEC_OPE
      *
           MOVE PAR-FECHA-DESDE            TO WS-FECHA-DESDE
           MOVE PAR-FECHA-HASTA            TO WS-FECHA-HASTA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      * AD01-F
      *
           MOVE ZEROES                     TO CN-GRUPOS
                                              CN-DIFERENCIAS
                 ARCH-REPORTE
      *
           DISPLAY 'V12C56B - GRUPOS TOTALIZADOS:     ' CN-GRUPOS
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C56B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V12C56B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD01-F
           DISPLAY 'V12C56B - DIFERENCIAS HALLADAS:   '
                   CN-DIFERENCIAS
      *

      *
       01  REG-PARAMETROS.
           05  PAR-FEC-PROCESO             PIC X(08).
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(68).
      * AD01-F
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  WS-VARIABLES-AUXILIARES.
      *
           05  WS-FEC-PROCESO              PIC X(08)   VALUE SPACES.
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
      * AD01-F
           05  WS-DIV-TASA                 PIC X(03)   VALUE SPACES.
           05  WS-TAS-OFICIAL              PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
                      TAS_CAMBIO
               FROM V1DT001
               WHERE FEC_OPE = :WS-FEC-PROCESO
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
               ORDER BY COD_OPE_BANCO,
                        COD_DIV_OPE
           END-EXEC
           END-READ
      *
           MOVE PAR-FEC-PROCESO            TO WS-FEC-PROCESO
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      * AD01-F
      *
           MOVE ZEROES                     TO CN-OPERACIONES
                                              CN-SIN-TASA
                   CN-OPERACIONES
           DISPLAY 'V12C98B - SIN TASA OFICIAL:       '
                   CN-SIN-TASA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C98B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V12C98B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD01-F
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-OPERACIONES             TO W924-CANT-LEIDOS

           05  PAR-FECHA-HASTA             PIC X(08).
      *    PORCENTAJE CON DOS DECIMALES IMPLICITOS (0500 = 5,00)
           05  PAR-PCT-BANDA               PIC 9(02)V9(02).
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(56).
      * AD01-F
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-FECHA-DESDE              PIC X(08)   VALUE SPACES.
           05  WS-FECHA-HASTA              PIC X(08)   VALUE SPACES.
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
      * AD01-F
           05  WS-PCT-BANDA                PIC S9(02)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-MONTO-USD                PIC S9(13)V9(02) COMP-3
               FROM V1DT001
               WHERE FEC_OPE >= :WS-FECHA-DESDE
                 AND FEC_OPE <= :WS-FECHA-HASTA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
               ORDER BY NUM_DOC_PERSONA,
                        FEC_OPE,
                        NUM_REF
      *
           MOVE PAR-FECHA-DESDE            TO WS-FECHA-DESDE
           MOVE PAR-FECHA-HASTA            TO WS-FECHA-HASTA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      * AD01-F
      *
           IF  PAR-PCT-BANDA NUMERIC
           AND PAR-PCT-BANDA GREATER THAN ZEROES
                   CN-EN-BANDA
           DISPLAY 'V12C90B - CLIENTES REPORTADOS:    '
                   CN-CLIENTES
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C90B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V12C90B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD01-F
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-OPERACIONES             TO W924-CANT-LEIDOS

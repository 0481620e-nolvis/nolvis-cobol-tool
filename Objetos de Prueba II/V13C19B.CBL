           05  PAR-FECHA-DESDE             PIC X(08).
           05  PAR-FECHA-HASTA             PIC X(08).
           05  PAR-DIAS-PREAVISO           PIC 9(03).
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(57).
      * AD01-F
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
                                           PIC 9(08).
           05  WS-FECHA-DESDE              PIC X(08)   VALUE SPACES.
           05  WS-FECHA-HASTA              PIC X(08)   VALUE SPACES.
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
      * AD01-F
           05  WS-FEC-PREAVISO             PIC X(08)   VALUE SPACES.
           05  WS-FEC-PREAVISO-N REDEFINES WS-FEC-PREAVISO
                                           PIC 9(08).
               FROM V1DT001
               WHERE FEC_OPE >= :WS-FECHA-DESDE
                 AND FEC_OPE <= :WS-FECHA-HASTA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
                 AND NUM_DOC_APODERADO > ' '
               ORDER BY NUM_DOC_PERSONA,
                        NUM_REF
      *
           MOVE PAR-FECHA-DESDE            TO WS-FECHA-DESDE
           MOVE PAR-FECHA-HASTA            TO WS-FECHA-HASTA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      * AD01-F
      *
           IF  PAR-DIAS-PREAVISO NUMERIC
           AND PAR-DIAS-PREAVISO GREATER THAN ZEROES
                   CN-OPERACIONES
           DISPLAY 'V13C19B - REPORTADAS:             '
                   CN-REPORTADAS
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C19B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V13C19B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD01-F
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-OPERACIONES             TO W924-CANT-LEIDOS

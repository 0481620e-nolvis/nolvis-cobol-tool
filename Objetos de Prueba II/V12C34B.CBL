           05  PAR-COD-PAIS                PIC X(03).
           05  PAR-FECHA-DESDE             PIC X(08).
           05  PAR-FECHA-HASTA             PIC X(08).
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(62).
      * AD02-F
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
           05  REP-NUM-DOC-PERSONA         PIC X(15).
           05  REP-COD-PAIS-CORR           PIC X(03).
           05  REP-COD-PAIS-DEST           PIC X(03).
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  REP-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(10).
      * AD02-F
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
           05  WS-COD-PAIS                 PIC X(03)    VALUE SPACES.
           05  WS-FECHA-DESDE              PIC X(08)    VALUE SPACES.
           05  WS-FECHA-HASTA              PIC X(08)    VALUE SPACES.
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)    VALUE SPACES.
      * AD02-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
                      NUM_REF,
                      NUM_DOC_PERSONA,
                      COD_PAIS_CORR,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD02-F
                      COD_PAIS_DEST
               FROM V1DT001
               WHERE (COD_PAIS_CORR = :WS-COD-PAIS OR
                      COD_PAIS_DEST = :WS-COD-PAIS)    AND
                     FEC_OPE BETWEEN :WS-FECHA-DESDE AND
                                     :WS-FECHA-HASTA
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     AND (COD_ENT_BANCO = :WS-ENT-BANCO
                          OR :WS-ENT-BANCO = ' ')
      * AD02-F
               ORDER BY
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                        COD_ENT_BANCO,
      * AD02-F
                        FEC_OPE,
                        NUM_REF
            END-EXEC
      ******************************************************************
           END-IF
      *
           MOVE PAR-COD-PAIS                TO WS-COD-PAIS
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE PAR-COD-ENT-BANCO           TO WS-ENT-BANCO
      * AD02-F
      *
           IF  PAR-FECHA-DESDE NOT EQUAL SPACES AND
               PAR-FECHA-DESDE NOT EQUAL ZEROES
                    :NUM-REF,
                    :NUM-DOC-PERSONA,
                    :COD-PAIS-CORR,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :COD-ENT-BANCO,
      * AD02-F
                    :COD-PAIS-DEST
           END-EXEC
      *
           MOVE NUM-DOC-PERSONA            TO REP-NUM-DOC-PERSONA
           MOVE COD-PAIS-CORR              TO REP-COD-PAIS-CORR
           MOVE COD-PAIS-DEST              TO REP-COD-PAIS-DEST
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE COD-ENT-BANCO              TO REP-COD-ENT-BANCO
      * AD02-F
      *
           WRITE REG-REPORTE-PAIS
      *
           CLOSE ARCH-REPORTE
      *
           DISPLAY 'V12C34B - OPERACIONES ENCONTRADAS: ' CN-REGISTROS
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C34B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V12C34B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD02-F
      *
           .
      * AD01-I : REGISTRO DE CORRIDAS BATCH (V1DT024)

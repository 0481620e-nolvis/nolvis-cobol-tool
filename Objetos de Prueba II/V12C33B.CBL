           05  PAR-FECHA-DESDE             PIC X(08).
           05  PAR-FECHA-HASTA             PIC X(08).
           05  PAR-NUM-FIRMAS-REQ          PIC 9(01).
      * AD04-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(63).
      * AD04-F
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
           05  REP-NUM-REF                 PIC 9(10).
           05  REP-FIRMAS-REQ              PIC 9(01).
           05  REP-FIRMAS-REG              PIC 9(01).
      * AD04-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  REP-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(21).
      * AD04-F
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
           05  WS-FECHA-DESDE              PIC X(08)    VALUE SPACES.
           05  WS-FECHA-HASTA              PIC X(08)    VALUE SPACES.
           05  WS-NUM-FIRMAS-REQ           PIC 9(01)    VALUE ZEROES.
      * AD04-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)    VALUE SPACES.
      * AD04-F
      *
           05  WS-CNT-FIRMAS               PIC S9(05)   COMP-3
                                                         VALUE ZEROES.
                      COD_CPT_CMP_VTA,
                      NUM_REF,
                      NUM_DOC_PERSONA,
      * AD04-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD04-F
                      (SELECT COUNT(*)
                         FROM V1DT002 D2
                        WHERE D2.COD_OPE_BANCO   = D1.COD_OPE_BANCO
                      FROM V1DT049 D4
                      WHERE D4.NUM_REF = D1.NUM_REF)
      * AD03-F
      * AD04-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD04-F
               ORDER BY
      * AD04-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                        COD_ENT_BANCO,
      * AD04-F
                        FEC_OPE,
                        NUM_REF
            END-EXEC
      ******************************************************************
                   IF  PAR-NUM-FIRMAS-REQ NOT EQUAL ZEROES
                       MOVE PAR-NUM-FIRMAS-REQ TO WS-NUM-FIRMAS-REQ
                   END-IF
      * AD04-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                   MOVE PAR-COD-ENT-BANCO      TO WS-ENT-BANCO
      * AD04-F
           END-READ
      *
           CLOSE ARCH-PARAMETROS
                    :COD-CPT-CMP-VTA,
                    :NUM-REF,
                    :NUM-DOC-PERSONA,
      * AD04-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :COD-ENT-BANCO,
      * AD04-F
                    :WS-CNT-FIRMAS
           END-EXEC
      *
               MOVE WS-FIRMAS-REQ-OPE      TO REP-FIRMAS-REQ
      * AD02-F
               MOVE WS-CNT-FIRMAS          TO REP-FIRMAS-REG
      * AD04-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
               MOVE COD-ENT-BANCO          TO REP-COD-ENT-BANCO
      * AD04-F
      *
               WRITE REG-REPORTE-INCOMPLETO
           END-IF
      *
           DISPLAY 'V12C33B - OPERACIONES ANALIZADAS:  ' CN-REGISTROS
           DISPLAY 'V12C33B - FIRMAS INCOMPLETAS:       ' CN-INCOMPLETAS
      * AD04-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C33B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V12C33B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD04-F
      *
           .
      * AD01-I : REGISTRO DE CORRIDAS BATCH (V1DT024)

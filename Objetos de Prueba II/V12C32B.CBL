       01  REG-PARAMETROS.
           05  PAR-DIAS-UMBRAL             PIC 9(03).
           05  PAR-NUM-FIRMAS-REQ          PIC 9(01).
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(72).
      * AD02-F
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
           05  REP-FIRMAS-REQ              PIC 9(01).
           05  REP-FIRMAS-REG              PIC 9(01).
           05  REP-DIAS-PENDIENTE          PIC 9(05).
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  REP-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(16).
      * AD02-F
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
      *
           05  WS-DIAS-UMBRAL              PIC 9(03)    VALUE ZEROES.
           05  WS-NUM-FIRMAS-REQ           PIC 9(01)    VALUE ZEROES.
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)    VALUE SPACES.
      * AD02-F
      *
           05  WS-FECHA-HOY                PIC 9(08)    VALUE ZEROES.
           05  WS-FECHA-LIMITE             PIC 9(08)    VALUE ZEROES.
                      COD_DIV_OPE,
                      COD_CPT_CMP_VTA,
                      NUM_REF,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD02-F
                      (SELECT COUNT(*)
                         FROM V1DT002 D2
                        WHERE D2.COD_OPE_BANCO   = D1.COD_OPE_BANCO
                          AND D2.NUM_REF         = D1.NUM_REF)
               FROM V1DT001 D1
               WHERE FEC_OPE <= :WS-FECHA-LIMITE
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
                   IF  PAR-NUM-FIRMAS-REQ NOT EQUAL ZEROES
                       MOVE PAR-NUM-FIRMAS-REQ TO WS-NUM-FIRMAS-REQ
                   END-IF
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                   MOVE PAR-COD-ENT-BANCO      TO WS-ENT-BANCO
      * AD02-F
           END-READ
      *
           CLOSE ARCH-PARAMETROS
                    :COD-DIV-OPE,
                    :COD-CPT-CMP-VTA,
                    :NUM-REF,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :COD-ENT-BANCO,
      * AD02-F
                    :WS-CNT-FIRMAS
           END-EXEC
      *
               MOVE NUM-REF                TO REP-NUM-REF
               MOVE WS-NUM-FIRMAS-REQ      TO REP-FIRMAS-REQ
               MOVE WS-CNT-FIRMAS          TO REP-FIRMAS-REG
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
               MOVE COD-ENT-BANCO          TO REP-COD-ENT-BANCO
      * AD02-F
               COMPUTE REP-DIAS-PENDIENTE =
                       WS-INT-HOY - WS-INT-FEC-OPE
      *
      *
           DISPLAY 'V12C32B - OPERACIONES ANALIZADAS: '  CN-REGISTROS
           DISPLAY 'V12C32B - OPERACIONES PENDIENTES: '  CN-PENDIENTES
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C32B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V12C32B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD02-F
      *
           .
      * AD01-I : REGISTRO DE CORRIDAS BATCH (V1DT024)

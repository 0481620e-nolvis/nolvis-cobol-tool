       01  REG-PARAMETROS.
           05  PAR-FEC-PROCESO             PIC X(08).
           05  PAR-TOLERANCIA              PIC 9(03)V9(02).
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(63).
      * AD02-F
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  WS-VARIABLES-AUXILIARES.
      *
           05  WS-FEC-PROCESO              PIC X(08)   VALUE SPACES.
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
      * AD02-F
           05  WS-TOLERANCIA               PIC S9(03)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-DESVIACION               PIC S9(05)V9(02) COMP-3
           05  LN-EXC-DESVIACION           PIC ZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-OBSERVACION          PIC X(20).
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-ENT-BANCO            PIC X(04).
           05  FILLER                      PIC X(46)   VALUE SPACES.
      * AD02-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
      * AD01-I : CONSOLIDACION DE HALLAZGOS (V19C060)
           05  CT-V19C060                  PIC X(08)   VALUE 'V19C060'.
      * AD01-F
      * AD03-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
           05  CT-V19C065                  PIC X(08)   VALUE 'V19C065'.
           05  CT-RESPONSABLE-PARTIDA      PIC X(08)   VALUE 'TESORERI'.
      * AD03-F
           05  CT-SIN-TASA                 PIC X(20)
                                       VALUE 'SIN TASA OFICIAL'.
           05  CT-FUERA-TOLERANCIA         PIC X(20)
      *  COPY DE LA RUTINA V19C060 (CONSOLIDACION DE HALLAZGOS)
           COPY V1WC960.
      * AD01-F
      * AD03-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
      *  COPY DE LA RUTINA V19C065 (PARTIDAS DE EXCEPCION)
           COPY V1WC965.
      * AD03-F
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
               CURSOR FOR
               SELECT NUM_REF,
                      COD_DIV_OPE,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD02-F
                      TAS_CAMBIO
               FROM V1DT001
               WHERE FEC_OPE = :WS-FEC-PROCESO
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD02-F
               ORDER BY
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                        COD_ENT_BANCO,
      * AD02-F
                        COD_DIV_OPE,
                        NUM_REF
           END-EXEC
      ******************************************************************
      *
           MOVE PAR-FEC-PROCESO            TO WS-FEC-PROCESO
           MOVE PAR-TOLERANCIA             TO WS-TOLERANCIA
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      * AD02-F
      *
           MOVE ZEROES                     TO CN-OPERACIONES
                                              CN-EXCEPCIONES
               FETCH V12C49B-V1DC0491
               INTO :DCLV1DT001.NUM-REF,
                    :DCLV1DT001.COD-DIV-OPE,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :DCLV1DT001.COD-ENT-BANCO,
      * AD02-F
                    :DCLV1DT001.TAS-CAMBIO
           END-EXEC
      *
      *
           MOVE NUM-REF                    TO LN-EXC-NUM-REF
           MOVE COD-DIV-OPE                TO LN-EXC-DIV
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE COD-ENT-BANCO              TO LN-EXC-ENT-BANCO
      * AD02-F
           MOVE TAS-CAMBIO                 TO LN-EXC-TAS-OPE
           MOVE TAS-OFICIAL                TO LN-EXC-TAS-OFI
           WRITE REG-REPORTE             FROM LN-EXCEPCION
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      * AD01-F
      *
      * AD03-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
      *    LA EXCEPCION QUEDA ADEMAS COMO PARTIDA DE TRABAJO, CLAVE
      *    NUM_REF Y DIVISA; SI SE HABIA RESUELTO Y SIGUE, SE REABRE
           INITIALIZE V1WC965
           MOVE CT-PROGRAMA                TO W965-PROGRAMA
           MOVE CT-RESPONSABLE-PARTIDA     TO W965-RESPONSABLE
           STRING LN-EXC-NUM-REF
                  ' '
                  LN-EXC-DIV
                  DELIMITED BY SIZE
                  INTO W965-CLAVE
           END-STRING
           STRING LN-EXC-OBSERVACION
                  ' OPE '
                  LN-EXC-TAS-OPE
                  ' OFI '
                  LN-EXC-TAS-OFI
                  DELIMITED BY SIZE
                  INTO W965-DESCRIPCION
           END-STRING
           CALL CT-V19C065 USING V1WC965
      *
           IF  W965-88-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      * AD03-F
      *
           .
       5500-ESCRIBIR-EXCEPCION-EXIT.
                   CN-OPERACIONES
           DISPLAY 'V12C49B - EXCEPCIONES DE TASA:    '
                   CN-EXCEPCIONES
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C49B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V12C49B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD02-F
      *
           .
       6000-FIN-EXIT.

       01  REG-PARAMETROS.
           05  PAR-FECHA-DESDE             PIC X(08).
           05  PAR-FECHA-HASTA             PIC X(08).
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(60).
      * AD02-F
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
           05  REP-FEC-OPE                 PIC X(08).
           05  REP-COD-DIV-OPE             PIC X(03).
           05  REP-MOTIVO                  PIC X(40).
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  REP-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(11).
      * AD02-F
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
      *
           05  WS-FECHA-DESDE              PIC X(08)    VALUE SPACES.
           05  WS-FECHA-HASTA              PIC X(08)    VALUE SPACES.
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)    VALUE SPACES.
      * AD02-F
      *
           05  WS-NUM-REF                  PIC S9(10)   COMP-3.
           05  WS-NUM-REF-ED               PIC 9(10).
           05  WS-COD-OPE-BANCO            PIC X(04).
           05  WS-FEC-OPE                  PIC X(08).
           05  WS-COD-DIV-OPE              PIC X(03).
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-COD-ENT-BANCO            PIC X(04).
      * AD02-F
      *
           05  WS-DIV-ANT                  PIC X(03)    VALUE SPACES.
           05  WS-DIV-ANT-OK               PIC X(01)    VALUE SPACES.
      * AD01-I : REGISTRO DE CORRIDAS BATCH (V1DT024)
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
      * AD01-F
      * AD03-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
           05  CT-V19C065                  PIC X(08)   VALUE 'V19C065'.
           05  CT-RESPONSABLE-PARTIDA      PIC X(08)   VALUE 'OPERACIO'.
      * AD03-F
           05  CT-FECHA-MINIMA             PIC X(08)   VALUE '19000101'.
           05  CT-FECHA-MAXIMA             PIC X(08)   VALUE '99991231'.
           05  CT-TABNUM-DIVISA            PIC X(03)   VALUE '094'.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      * AD01-F
      * AD03-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
      *  COPY DE LA RUTINA V19C065 (PARTIDAS DE EXCEPCION)
           COPY V1WC965.
      * AD03-F
      *  COPY PARA LA TABLA DE CODIGOS DE DIVISA/SWIFT
           COPY BKAB0003.
      ******************************************************************
               SELECT NUM_REF,
                      COD_OPE_BANCO,
                      FEC_OPE,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD02-F
                      COD_DIV_OPE
               FROM V1DT001
               WHERE FEC_OPE BETWEEN :WS-FECHA-DESDE AND
                                     :WS-FECHA-HASTA
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     AND (COD_ENT_BANCO = :WS-ENT-BANCO
                          OR :WS-ENT-BANCO = ' ')
      * AD02-F
               ORDER BY
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                        COD_ENT_BANCO,
      * AD02-F
                        COD_DIV_OPE, FEC_OPE
            END-EXEC
      ******************************************************************
      *                                                                *
               NOT AT END
                   MOVE PAR-FECHA-DESDE    TO WS-FECHA-DESDE
                   MOVE PAR-FECHA-HASTA    TO WS-FECHA-HASTA
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                   MOVE PAR-COD-ENT-BANCO  TO WS-ENT-BANCO
      * AD02-F
           END-READ
      *
           CLOSE ARCH-PARAMETROS
               INTO :WS-NUM-REF,
                    :WS-COD-OPE-BANCO,
                    :WS-FEC-OPE,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :WS-COD-ENT-BANCO,
      * AD02-F
                    :WS-COD-DIV-OPE
           END-EXEC
      *
           MOVE WS-COD-OPE-BANCO           TO REP-COD-OPE-BANCO
           MOVE WS-FEC-OPE                 TO REP-FEC-OPE
           MOVE WS-COD-DIV-OPE             TO REP-COD-DIV-OPE
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE WS-COD-ENT-BANCO           TO REP-COD-ENT-BANCO
      * AD02-F
           MOVE 'CODIGO DE DIVISA NO VIGENTE EN BKAB0003_BASE'
                                            TO REP-MOTIVO
      *
           WRITE REG-REPORTE-CONCILIA
      *
      * AD03-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
      *    LA OPERACION NO CONCILIADA QUEDA ADEMAS COMO PARTIDA DE
      *    TRABAJO, CLAVE NUM_REF Y DIVISA; SI SE HABIA RESUELTO Y
      *    LA DIVISA SIGUE SIN RESOLVER, SE REABRE
           INITIALIZE V1WC965
           MOVE CT-PROGRAMA                TO W965-PROGRAMA
           MOVE CT-RESPONSABLE-PARTIDA     TO W965-RESPONSABLE
           STRING WS-NUM-REF-ED
                  ' '
                  WS-COD-DIV-OPE
                  DELIMITED BY SIZE
                  INTO W965-CLAVE
           END-STRING
           STRING 'DIVISA '
                  WS-COD-DIV-OPE
                  ' NO VIGENTE (BKAB0003) OPE '
                  WS-COD-OPE-BANCO
                  ' DEL '
                  WS-FEC-OPE
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
       5750-ESCRIBIR-RENGLON-EXIT.
      *
           DISPLAY 'V12C29B - OPERACIONES EVALUADAS: ' CN-REGISTROS
           DISPLAY 'V12C29B - NO CONCILIADAS: ' CN-NO-CONCILIADOS
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C29B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V12C29B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD02-F
      *
           .
      * AD01-I : REGISTRO DE CORRIDAS BATCH (V1DT024)

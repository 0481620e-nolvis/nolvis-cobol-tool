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
           05  REP-COD-DIV-OPE             PIC X(03).
           05  REP-COD-CPT-CMP-VTA         PIC X(03).
           05  REP-CANT-VECES              PIC 9(05).
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  REP-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(16).
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
           05  WS-COD-DIV-OPE              PIC X(03).
           05  WS-COD-CPT-CMP-VTA          PIC X(03).
           05  WS-CANT-VECES               PIC S9(05)   COMP-3.
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-COD-ENT-BANCO            PIC X(04).
      * AD02-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
      * AD01-I : REGISTRO DE CORRIDAS BATCH (V1DT024)
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
      * AD01-F
      * AD03-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
           05  CT-V19C065                  PIC X(08)   VALUE 'V19C065'.
           05  CT-RESPONSABLE-PARTIDA      PIC X(08)   VALUE 'OPERACIO'.
      * AD03-F
           05  CT-FECHA-MINIMA             PIC X(08)   VALUE '19000101'.
           05  CT-FECHA-MAXIMA             PIC X(08)   VALUE '99991231'.
      ******************************************************************
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      * AD01-F
      * AD03-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
      *  COPY DE LA RUTINA V19C065 (PARTIDAS DE EXCEPCION)
           COPY V1WC965.
      * AD03-F
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
                      FEC_OPE,
                      COD_DIV_OPE,
                      COD_CPT_CMP_VTA,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD02-F
                      COUNT(*)
               FROM V1DT001
               WHERE FEC_OPE BETWEEN :WS-FECHA-DESDE AND
                                     :WS-FECHA-HASTA
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     AND (COD_ENT_BANCO = :WS-ENT-BANCO
                          OR :WS-ENT-BANCO = ' ')
      * AD02-F
               GROUP BY NUM_REF,
                        COD_OPE_BANCO,
                        FEC_OPE,
                        COD_DIV_OPE,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                        COD_ENT_BANCO,
      * AD02-F
                        COD_CPT_CMP_VTA
               HAVING COUNT(*) > 1
               ORDER BY
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                        COD_ENT_BANCO,
      * AD02-F
                        NUM_REF
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
                    :WS-FEC-OPE,
                    :WS-COD-DIV-OPE,
                    :WS-COD-CPT-CMP-VTA,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :WS-COD-ENT-BANCO,
      * AD02-F
                    :WS-CANT-VECES
           END-EXEC
      *
           MOVE WS-COD-DIV-OPE             TO REP-COD-DIV-OPE
           MOVE WS-COD-CPT-CMP-VTA         TO REP-COD-CPT-CMP-VTA
           MOVE WS-CANT-VECES              TO REP-CANT-VECES
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE WS-COD-ENT-BANCO           TO REP-COD-ENT-BANCO
      * AD02-F
      *
           WRITE REG-REPORTE-DUPLICADO
      *
      * AD03-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
      *    EL DUPLICADO QUEDA ADEMAS COMO PARTIDA DE TRABAJO, CON LA
      *    COMBINACION COMPLETA COMO CLAVE; SI SE HABIA RESUELTO Y
      *    EL DUPLICADO SIGUE, SE REABRE
           INITIALIZE V1WC965
           MOVE CT-PROGRAMA                TO W965-PROGRAMA
           MOVE CT-RESPONSABLE-PARTIDA     TO W965-RESPONSABLE
           STRING WS-NUM-REF-ED
                  '/'
                  WS-COD-OPE-BANCO
                  '/'
                  WS-FEC-OPE
                  '/'
                  WS-COD-DIV-OPE
                  '/'
                  WS-COD-CPT-CMP-VTA
                  DELIMITED BY SIZE
                  INTO W965-CLAVE
           END-STRING
           STRING 'REFERENCIA DUPLICADA '
                  REP-CANT-VECES
                  ' VECES, BANCO '
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
       5700-PROCESAR-REGISTRO-EXIT.
      *
           DISPLAY 'V12C28B - COMBINACIONES EVALUADAS: ' CN-REGISTROS
           DISPLAY 'V12C28B - NUM_REF DUPLICADOS: '       CN-DUPLICADOS
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C28B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V12C28B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD02-F
      *
           .
      * AD01-I : REGISTRO DE CORRIDAS BATCH (V1DT024)

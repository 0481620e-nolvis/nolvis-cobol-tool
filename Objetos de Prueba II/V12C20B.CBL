       01  REG-PARAMETROS.
           05  PAR-FECHA-DESDE             PIC X(08).
           05  PAR-FECHA-HASTA             PIC X(08).
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(60).
      * AD01-F
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
           05  REP-NOM-BENEF               PIC X(40).
           05  REP-IMP-OPE                 PIC 9(13)V9(02).
           05  REP-IDF-SEGURID             PIC X(01).
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  REP-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(22).
      * AD01-F
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
           05  WS-FECHA-HASTA              PIC X(08)    VALUE SPACES.
           05  WS-TIP-OPE-DESDE            PIC X(01)    VALUE '5'.
           05  WS-TIP-OPE-HASTA            PIC X(01)    VALUE '8'.
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)    VALUE SPACES.
      * AD01-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
                      NOM_RAZON,
                      NOM_BENEF,
                      IMP_OPE,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD01-F
                      IDF_SEGURID
               FROM V1DT001
               WHERE FEC_OPE BETWEEN :WS-FECHA-DESDE AND
                                     :WS-FECHA-HASTA AND
                     (TIP_OPE BETWEEN :WS-TIP-OPE-DESDE AND
                                      :WS-TIP-OPE-HASTA)
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     AND (COD_ENT_BANCO = :WS-ENT-BANCO
                          OR :WS-ENT-BANCO = ' ')
      * AD01-F
               ORDER BY
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                        COD_ENT_BANCO,
      * AD01-F
                        FEC_OPE,
                        NUM_REF
            END-EXEC
      ******************************************************************
               NOT AT END
                   MOVE PAR-FECHA-DESDE    TO WS-FECHA-DESDE
                   MOVE PAR-FECHA-HASTA    TO WS-FECHA-HASTA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                   MOVE PAR-COD-ENT-BANCO  TO WS-ENT-BANCO
      * AD01-F
           END-READ
      *
           CLOSE ARCH-PARAMETROS
                    :NOM-RAZON,
                    :NOM-BENEF,
                    :IMP-OPE,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :COD-ENT-BANCO,
      * AD01-F
                    :IDF-SEGURID
           END-EXEC
      *
           MOVE NOM-BENEF                  TO REP-NOM-BENEF
           MOVE IMP-OPE                    TO REP-IMP-OPE
           MOVE IDF-SEGURID                TO REP-IDF-SEGURID
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE COD-ENT-BANCO              TO REP-COD-ENT-BANCO
      * AD01-F
      *
           WRITE REG-REPORTE-TIPOPE
      *
           CLOSE ARCH-REPORTE
      *
           DISPLAY 'V12C20B - REGISTROS REPORTADOS: ' CN-REGISTROS
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C20B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V12C20B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD01-F
      *
           .
       6000-FIN-EXIT.

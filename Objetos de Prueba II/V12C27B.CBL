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
           05  REP-DES-OFICINA             PIC X(40).
           05  REP-CANT-OPE                PIC 9(07).
           05  REP-MTO-BS                  PIC 9(13)V9(02).
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
           05  WS-ENT-ANT                  PIC X(04)    VALUE SPACES.
      * AD02-F
      *
           05  WS-CENTRO                   PIC 9(09)    VALUE ZEROES.
           05  WS-CENTRO-RE REDEFINES WS-CENTRO.
               CURSOR FOR
               SELECT COD_OPE_BANCO,
                      IMP_OPE,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD02-F
                      TAS_BOLIVAR
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
                        COD_OPE_BANCO
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
               FETCH V12C27B-V1DC0201
               INTO :COD-OPE-BANCO,
                    :IMP-OPE,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :COD-ENT-BANCO,
      * AD02-F
                    :TAS-BOLIVAR
           END-EXEC
      *
      *
           COMPUTE WS-MTO-BS = IMP-OPE * TAS-BOLIVAR
      *
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  NO-PRIMERA-VEZ
           AND (WS-CENTRO NOT EQUAL WS-OFICINA-ANT
            OR  COD-ENT-BANCO NOT EQUAL WS-ENT-ANT)
      * AD02-F
               PERFORM 5750-ESCRIBIR-OFICINA
                  THRU 5750-ESCRIBIR-OFICINA-EXIT
               INITIALIZE AC-ACUMULADORES
      *
           SET NO-PRIMERA-VEZ              TO TRUE
           MOVE WS-CENTRO                  TO WS-OFICINA-ANT
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE COD-ENT-BANCO              TO WS-ENT-ANT
      * AD02-F
           ADD 1                           TO AC-CANT-OPE
           ADD WS-MTO-BS                   TO AC-MTO-BS
      *
           INITIALIZE REG-REPORTE-OFICINA
      *
           MOVE WS-OFICINA-ANT             TO REP-COD-CENTRO
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE WS-ENT-ANT                 TO REP-COD-ENT-BANCO
      * AD02-F
           MOVE WS-DESCRIPCION             TO REP-DES-OFICINA
           MOVE AC-CANT-OPE                TO REP-CANT-OPE
           MOVE AC-MTO-BS                  TO REP-MTO-BS
      *
           DISPLAY 'V12C27B - OPERACIONES PROCESADAS: ' CN-REGISTROS
           DISPLAY 'V12C27B - OFICINAS REPORTADAS: '    CN-OFICINAS
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C27B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V12C27B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD02-F
      *
           .
      * AD01-I : REGISTRO DE CORRIDAS BATCH (V1DT024)

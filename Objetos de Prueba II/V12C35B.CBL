           05  PAR-NUM-DOC-PERSONA         PIC X(15).
           05  PAR-FECHA-DESDE             PIC X(08).
           05  PAR-FECHA-HASTA             PIC X(08).
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(47).
      * AD03-F
      *
       FD  ARCH-ESTADO-CTA
           RECORDING MODE IS F.
               10  REP-MTO-BOLIVAR         PIC S9(13)V9(02).
      * AD01-I : COMISION POR OPERACION (V1DT022)
               10  REP-MTO-COMISION        PIC S9(13)V9(02).
      * AD01-F
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
               10  REP-COD-ENT-BANCO       PIC X(04).
               10  FILLER                  PIC X(01).
      * AD03-F
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
           05  WS-NUM-DOC-PERSONA          PIC X(15)    VALUE SPACES.
           05  WS-FECHA-DESDE              PIC X(08)    VALUE SPACES.
           05  WS-FECHA-HASTA              PIC X(08)    VALUE SPACES.
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)    VALUE SPACES.
      * AD03-F
      *
           05  WS-MONTO-DL                 PIC S9(13)V9(02)
                                                         VALUE ZEROES.
                      COD_DIV_OPE,
                      IMP_OPE,
                      TAS_DOLAR,
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD03-F
                      TAS_BOLIVAR
               FROM V1DT001
               WHERE NUM_DOC_PERSONA = :WS-NUM-DOC-PERSONA AND
                     FEC_OPE BETWEEN :WS-FECHA-DESDE AND
                                     :WS-FECHA-HASTA
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     AND (COD_ENT_BANCO = :WS-ENT-BANCO
                          OR :WS-ENT-BANCO = ' ')
      * AD03-F
               ORDER BY
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                        COD_ENT_BANCO,
      * AD03-F
                        FEC_OPE,
                        NUM_REF
            END-EXEC
      ******************************************************************
           END-IF
      *
           MOVE PAR-NUM-DOC-PERSONA         TO WS-NUM-DOC-PERSONA
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE PAR-COD-ENT-BANCO           TO WS-ENT-BANCO
      * AD03-F
      *
           IF  PAR-FECHA-DESDE NOT EQUAL SPACES AND
               PAR-FECHA-DESDE NOT EQUAL ZEROES
                    :COD-DIV-OPE,
                    :IMP-OPE,
                    :TAS-DOLAR,
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :COD-ENT-BANCO,
      * AD03-F
                    :TAS-BOLIVAR
           END-EXEC
      *
           MOVE COD-OPE-BANCO              TO REP-COD-OPE-BANCO
           MOVE NUM-REF OF DCLV1DT001      TO REP-NUM-REF
           MOVE COD-CPT-CMP-VTA            TO REP-COD-CPT-CMP-VTA
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE COD-ENT-BANCO              TO REP-COD-ENT-BANCO
      * AD03-F
           MOVE WS-MONTO-DL                TO REP-MTO-DIVISA
           MOVE WS-MONTO-BV                TO REP-MTO-BOLIVAR
      *
           CLOSE ARCH-ESTADO-CTA
      *
           DISPLAY 'V12C35B - OPERACIONES DEL CLIENTE: ' CN-REGISTROS
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C35B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V12C35B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD03-F
      *
           .
      * AD02-I : REGISTRO DE CORRIDAS BATCH (V1DT024)

      *
       01  REG-PARAMETROS.
           05  PAR-FEC-PROCESO             PIC X(08).
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(68).
      * AD01-F
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  WS-VARIABLES-AUXILIARES.
      *
           05  WS-FEC-PROCESO              PIC X(08)   VALUE SPACES.
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
      * AD01-F
           05  WS-POSICION                 PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
      * AD02-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           05  WS-POSICION-CONTRA          PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
      * AD02-F
           05  WS-POSICION-ABS             PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
           05  LN-POS-LIMITE               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-POS-SITUACION            PIC X(10).
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-POS-ENT-BANCO            PIC X(04).
           05  FILLER                      PIC X(60)   VALUE SPACES.
      * AD01-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           END-READ
      *
           MOVE PAR-FEC-PROCESO            TO WS-FEC-PROCESO
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      * AD01-F
      *
           MOVE ZEROES                     TO CN-LIMITES
                                              CN-EXCEDIDOS
               WHERE FEC_OPE       = :WS-FEC-PROCESO
                 AND COD_OPE_BANCO = :DCLV1DT019.COD-OPE-BANCO
                 AND COD_DIV_OPE   = :DCLV1DT019.COD-DIV
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
      * AD02-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      *    LA SEGUNDA PATA DE LAS OPERACIONES CRUZADAS EN ESTA DIVISA
      *    MUEVE LA POSICION EN SENTIDO CONTRARIO: EN UNA COMPRA EL
      *    BANCO ENTREGA COD_DIV_CONTRA Y EN UNA VENTA LA RECIBE
           EXEC SQL
               SELECT VALUE(SUM(
                      CASE WHEN IDF_CMP_VTA = :CT-IDF-COMPRA
                           THEN IMP_CONTRA * -1
                           ELSE IMP_CONTRA
                      END), 0)
               INTO  :WS-POSICION-CONTRA
               FROM V1DT001
               WHERE FEC_OPE        = :WS-FEC-PROCESO
                 AND COD_OPE_BANCO  = :DCLV1DT019.COD-OPE-BANCO
                 AND COD_DIV_CONTRA = :DCLV1DT019.COD-DIV
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD WS-POSICION-CONTRA          TO WS-POSICION
      * AD02-F
      *
           MOVE WS-POSICION                TO WS-POSICION-ABS
           IF  WS-POSICION-ABS LESS THAN ZEROES
               MOVE COD-OPE-BANCO OF DCLV1DT019
                                           TO LN-POS-OFICINA
               MOVE COD-DIV                TO LN-POS-DIVISA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
               MOVE WS-ENT-BANCO           TO LN-POS-ENT-BANCO
      * AD01-F
               MOVE WS-POSICION            TO LN-POS-NETA
               MOVE IMP-LIM-POSICION       TO LN-POS-LIMITE
               MOVE CT-SIT-EXCEDIDO        TO LN-POS-SITUACION
      *
           DISPLAY 'V12C52B - LIMITES EVALUADOS:      ' CN-LIMITES
           DISPLAY 'V12C52B - POSICIONES EXCEDIDAS:   ' CN-EXCEDIDOS
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C52B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V12C52B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD01-F
      *
           .
       6000-FIN-EXIT.

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
      *    EL PAIS VIAJA EN CARACTER PARA COMPARAR CONTRA
      *    COD_PAIS_DEST, QUE ES CHAR (MISMO USO QUE V12C34B)
           05  WS-PAIS-DEST                PIC X(03)   VALUE SPACES.
           05  LN-EXP-LIMITE               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXP-SITUACION            PIC X(10).
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXP-ENT-BANCO            PIC X(04).
           05  FILLER                      PIC X(61)   VALUE SPACES.
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
           MOVE PAR-FEC-PROCESO            TO WS-MES-DESDE
           MOVE '01'                       TO WS-MES-DESDE(7:2)
               WHERE COD_PAIS_DEST = :WS-PAIS-DEST
                 AND FEC_OPE >= :WS-MES-DESDE
                 AND FEC_OPE <= :WS-FEC-PROCESO
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               WHERE COD_PAIS_DEST = :WS-PAIS-DEST
                 AND FEC_OPE >= :WS-ANO-DESDE
                 AND FEC_OPE <= :WS-FEC-PROCESO
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           ADD 1                           TO CN-REPORTADOS
      *
           MOVE COD-PAIS                   TO LN-EXP-COD-PAIS
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE WS-ENT-BANCO               TO LN-EXP-ENT-BANCO
      * AD01-F
           WRITE REG-REPORTE             FROM LN-EXPOSICION
      *
           .
      *
           DISPLAY 'V12C51B - PAISES CON LIMITE:      ' CN-PAISES
           DISPLAY 'V12C51B - LINEAS REPORTADAS:      ' CN-REPORTADOS
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C51B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V12C51B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD01-F
      *
           .
       6000-FIN-EXIT.

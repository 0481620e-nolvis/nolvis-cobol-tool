           05  WS-CANTIDAD                 PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-LINEA                    PIC X(132)  VALUE SPACES.
      * AD01-I : PARTIDAS DE EXCEPCION (V1DT154)
      *    CORTES DE ANTIGUEDAD CONTADOS HACIA ATRAS DESDE HOY
           05  WS-INT-HOY                  PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-FEC-CALC                 PIC 9(08)   VALUE ZEROES.
           05  WS-FEC-CALC-X REDEFINES WS-FEC-CALC
                                           PIC X(08).
           05  WS-CORTE-1                  PIC X(08)   VALUE SPACES.
           05  WS-CORTE-7                  PIC X(08)   VALUE SPACES.
           05  WS-CORTE-30                 PIC X(08)   VALUE SPACES.
           05  WS-PAR-PROGRAMA             PIC X(08)   VALUE SPACES.
           05  WS-PAR-TOTAL                PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-PAR-HASTA-1              PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-PAR-HASTA-7              PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-PAR-HASTA-30             PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-PAR-MAS-30               PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-PAR-REABIERTAS           PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-PAR-MAS-ANTIGUA          PIC X(08)   VALUE SPACES.
           05  WS-TOT-PARTIDAS             PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
      * AD01-F
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
           05  FILLER                      PIC X(30)
               VALUE '______________________________'.
           05  FILLER                      PIC X(68)   VALUE SPACES.
      * AD01-I : PARTIDAS DE EXCEPCION (V1DT154)
      *
       01  LN-PARTIDAS.
           05  FILLER                      PIC X(06)   VALUE SPACES.
           05  LN-PAR-PROGRAMA             PIC X(08).
           05  FILLER                      PIC X(08)
                                           VALUE ' TOTAL: '.
           05  LN-PAR-TOTAL                PIC ZZZZ9.
           05  FILLER                      PIC X(11)
                                           VALUE ' 0-1 DIAS: '.
           05  LN-PAR-HASTA-1              PIC ZZZZ9.
           05  FILLER                      PIC X(06)
                                           VALUE ' 2-7: '.
           05  LN-PAR-HASTA-7              PIC ZZZZ9.
           05  FILLER                      PIC X(07)
                                           VALUE ' 8-30: '.
           05  LN-PAR-HASTA-30             PIC ZZZZ9.
           05  FILLER                      PIC X(06)
                                           VALUE ' +30: '.
           05  LN-PAR-MAS-30               PIC ZZZZ9.
           05  FILLER                      PIC X(13)
                                           VALUE ' REABIERTAS: '.
           05  LN-PAR-REABIERTAS           PIC ZZZZ9.
           05  FILLER                      PIC X(14)
                                           VALUE ' MAS ANTIGUA: '.
           05  LN-PAR-MAS-ANTIGUA          PIC X(08).
           05  FILLER                      PIC X(15)   VALUE SPACES.
      * AD01-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
               GROUP BY COD_SEVERIDAD
               ORDER BY COD_SEVERIDAD
           END-EXEC
      * AD01-I : PARTIDAS DE EXCEPCION (V1DT154)
      *
      *    PARTIDAS DE EXCEPCION ABIERTAS POR CONTROL Y ANTIGUEDAD
      *    (DESDE SU ALTA)
      *
           EXEC SQL
               DECLARE V13C13B-V1DC1313
               CURSOR FOR
               SELECT COD_PROGRAMA,
                      COUNT(*),
                      SUM(CASE WHEN FEC_ALTA >= :WS-CORTE-1
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN FEC_ALTA <  :WS-CORTE-1
                                AND FEC_ALTA >= :WS-CORTE-7
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN FEC_ALTA <  :WS-CORTE-7
                                AND FEC_ALTA >= :WS-CORTE-30
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN FEC_ALTA <  :WS-CORTE-30
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN CANT_REAPERTURAS > 0
                               THEN 1 ELSE 0 END),
                      MIN(FEC_ALTA)
               FROM V1DT154
               WHERE EST_PARTIDA = 'A'
               GROUP BY COD_PROGRAMA
               ORDER BY COD_PROGRAMA
           END-EXEC
      * AD01-F
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *
           PERFORM 4000-SECCION-REZAGOS
              THRU 4000-SECCION-REZAGOS-EXIT
      *
      * AD01-I : PARTIDAS DE EXCEPCION (V1DT154)
           PERFORM 4500-SECCION-PARTIDAS
              THRU 4500-SECCION-PARTIDAS-EXIT
      * AD01-F
      *
           PERFORM 5000-PIE-DE-FIRMAS
              THRU 5000-PIE-DE-FIRMAS-EXIT
           .
       4000-SECCION-REZAGOS-EXIT.
           EXIT.
      * AD01-I : PARTIDAS DE EXCEPCION (V1DT154)
      ******************************************************************
      *                   4500-SECCION-PARTIDAS                        *
      *  PARTIDAS DE EXCEPCION DE LOS CONTROLES NOCTURNOS QUE SIGUEN   *
      *  ABIERTAS, POR PROGRAMA DE CONTROL, REPARTIDAS POR DIAS DESDE  *
      *  SU ALTA: HASTA 1, DE 2 A 7, DE 8 A 30 Y MAS DE 30; CUANTAS    *
      *  FUERON REABIERTAS Y LA FECHA DE LA MAS ANTIGUA                *
      ******************************************************************
       4500-SECCION-PARTIDAS.
      *
           MOVE '4. PARTIDAS DE EXCEPCION ABIERTAS POR ANTIGUEDAD'
                                           TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
      *
           MOVE WS-FEC-HOY                 TO WS-FEC-CALC-X
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-FEC-CALC)
      *
           COMPUTE WS-FEC-CALC =
                   FUNCTION DATE-OF-INTEGER(WS-INT-HOY - 1)
           MOVE WS-FEC-CALC-X              TO WS-CORTE-1
           COMPUTE WS-FEC-CALC =
                   FUNCTION DATE-OF-INTEGER(WS-INT-HOY - 7)
           MOVE WS-FEC-CALC-X              TO WS-CORTE-7
           COMPUTE WS-FEC-CALC =
                   FUNCTION DATE-OF-INTEGER(WS-INT-HOY - 30)
           MOVE WS-FEC-CALC-X              TO WS-CORTE-30
      *
           MOVE ZEROES                     TO WS-TOT-PARTIDAS
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C13B-V1DC1313
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-PARTIDAS
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C13B-V1DC1313
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'PARTIDAS ABIERTAS (V1DT154)'
                                           TO LN-CAN-ETIQUETA
           MOVE WS-TOT-PARTIDAS            TO LN-CAN-VALOR
           WRITE REG-REPORTE             FROM LN-CANTIDAD
      *
           .
       4500-SECCION-PARTIDAS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PARTIDAS
      ******************************************************************
       LEER-PARTIDAS.
      *
           EXEC SQL
               FETCH V13C13B-V1DC1313
               INTO :WS-PAR-PROGRAMA,
                    :WS-PAR-TOTAL,
                    :WS-PAR-HASTA-1,
                    :WS-PAR-HASTA-7,
                    :WS-PAR-HASTA-30,
                    :WS-PAR-MAS-30,
                    :WS-PAR-REABIERTAS,
                    :WS-PAR-MAS-ANTIGUA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD WS-PAR-TOTAL        TO WS-TOT-PARTIDAS
                   MOVE WS-PAR-PROGRAMA    TO LN-PAR-PROGRAMA
                   MOVE WS-PAR-TOTAL       TO LN-PAR-TOTAL
                   MOVE WS-PAR-HASTA-1     TO LN-PAR-HASTA-1
                   MOVE WS-PAR-HASTA-7     TO LN-PAR-HASTA-7
                   MOVE WS-PAR-HASTA-30    TO LN-PAR-HASTA-30
                   MOVE WS-PAR-MAS-30      TO LN-PAR-MAS-30
                   MOVE WS-PAR-REABIERTAS  TO LN-PAR-REABIERTAS
                   MOVE WS-PAR-MAS-ANTIGUA TO LN-PAR-MAS-ANTIGUA
                   WRITE REG-REPORTE     FROM LN-PARTIDAS

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      * AD01-F
      ******************************************************************
      *                    5000-PIE-DE-FIRMAS                          *
      ******************************************************************

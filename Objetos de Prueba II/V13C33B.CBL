      *   4. UTILIZACION DE CUOTAS POR TIPO DE CLIENTE (V1DT017 /      *
      *      V1DT016) Y DE LIMITES POR PAIS (V1DT018 / V1DT001)        *
      *   5. MAYORES CLIENTES POR PUNTAJE DE RIESGO (V1DT011)          *
      *   6. PRESUPUESTO CONTRA REAL POR OFICINA (V1DT124, CUYO REAL   *
      *      GRABA V13C55B, QUE DEBE CORRER ANTES PARA EL MISMO MES)   *
      *  CADA SECCION CIERRA CON EL TOTAL DEL MES, EL DEL MES          *
      *  ANTERIOR Y LA VARIACION, PARA QUE LAS CIFRAS SALGAN DE LAS    *
      *  MISMAS FUENTES TODOS LOS MESES                                *
      *
       01  REG-PARAMETROS.
           05  PAR-MES                     PIC X(06).
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(70).
      * AD01-F
      *
       FD  ARCH-PAQUETE
           RECORDING MODE IS F.
                                                       VALUE ZEROES.
           05  WS-PAIS-ALFA                PIC X(03)   VALUE SPACES.
           05  WS-EST-CASO                 PIC X(01)   VALUE SPACES.
      * AD02-I : PRESUPUESTO DE OFICINAS (V1DT124)
           05  WS-ANO-MES-INI              PIC X(06)   VALUE SPACES.
           05  WS-PORCENTAJE               PIC S9(05)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-TOT-VOL-PRE              PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-TOT-VOL-REA              PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-TOT-COM-PRE              PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-TOT-COM-REA              PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      * AD02-F
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
      * AD01-F
      ******************************************************************
      *                      LINEAS DEL REPORTE                        *
      ******************************************************************
           05  LN-CMP-IMP
                           PIC Z.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(67)   VALUE SPACES.
      * AD02-I : PRESUPUESTO DE OFICINAS (V1DT124)
      *
       01  LN-PRE-CABECERA.
           05  FILLER                      PIC X(14)   VALUE 'OFICINA'.
           05  FILLER                      PIC X(17)
               VALUE '     META VOLUMEN'.
           05  FILLER                      PIC X(17)
               VALUE '     REAL VOLUMEN'.
           05  FILLER                      PIC X(09)
                                           VALUE '    % VOL'.
           05  FILLER                      PIC X(18)
               VALUE '     META COMISION'.
           05  FILLER                      PIC X(17)
               VALUE '    REAL COMISION'.
           05  FILLER                      PIC X(09)
                                           VALUE '    % COM'.
           05  FILLER                      PIC X(31)   VALUE SPACES.
      *
       01  LN-PRESUPUESTO.
           05  LN-PRE-OFICINA              PIC X(04).
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  LN-PRE-VOL-META             PIC -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-PRE-VOL-REAL             PIC -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-PRE-VOL-PCT              PIC ZZZZ9,99.
           05  LN-PRE-VOL-PCT-X REDEFINES LN-PRE-VOL-PCT
                                           PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-PRE-COM-META             PIC -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-PRE-COM-REAL             PIC -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-PRE-COM-PCT              PIC ZZZZ9,99.
           05  LN-PRE-COM-PCT-X REDEFINES LN-PRE-COM-PCT
                                           PIC X(08).
           05  FILLER                      PIC X(31)   VALUE SPACES.
      * AD02-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT044
           END-EXEC
      * AD02-I : PRESUPUESTO DE OFICINAS (V1DT124)
      *
           EXEC SQL
               INCLUDE V1GT124
           END-EXEC
      * AD02-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
           EXEC SQL
               DECLARE V13C33B-V1DC3311
               CURSOR FOR
               SELECT
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD01-F
                      COD_OPE_BANCO,
                      COD_DIV_OPE,
                      COD_CPT_CMP_VTA,
                      SUM(CANT_OPE),
               FROM V1DT044
               WHERE FEC_OPE >= :WS-DESDE
                 AND FEC_OPE <= :WS-HASTA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
               GROUP BY
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                        COD_ENT_BANCO,
      * AD01-F
                        COD_OPE_BANCO,
                        COD_DIV_OPE,
                        COD_CPT_CMP_VTA
               ORDER BY
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                        COD_ENT_BANCO,
      * AD01-F
                        COD_OPE_BANCO,
                        COD_DIV_OPE,
                        COD_CPT_CMP_VTA
           END-EXEC
               ORDER BY PUNTAJE DESC,
                        NUM_DOC_PERSONA
           END-EXEC
      * AD02-I : PRESUPUESTO DE OFICINAS (V1DT124)
      *
      *    SECCION 6: PRESUPUESTO CONTRA REAL DEL MES POR OFICINA
      *
           EXEC SQL
               DECLARE V13C33B-V1DC3317
               CURSOR FOR
               SELECT COD_OFICINA,
                      SUM(IMP_VOL_PRESUP),
                      SUM(IMP_VOL_REAL),
                      SUM(IMP_COM_PRESUP),
                      SUM(IMP_COM_REAL)
               FROM V1DT124
               WHERE ANO_MES = :WS-MES
                 AND (:WS-ENT-BANCO = ' '
                      OR COD_OFICINA IN
                         (SELECT COD_OPE_BANCO
                          FROM V1DT044
                          WHERE COD_ENT_BANCO = :WS-ENT-BANCO))
               GROUP BY COD_OFICINA
               ORDER BY COD_OFICINA
           END-EXEC
      * AD02-F
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *
           PERFORM 5500-SECCION-RIESGO
              THRU 5500-SECCION-RIESGO-EXIT
      * AD02-I : PRESUPUESTO DE OFICINAS (V1DT124)
      *
           PERFORM 5700-SECCION-PRESUPUESTO
              THRU 5700-SECCION-PRESUPUESTO-EXIT
      * AD02-F
      *
           PERFORM 6000-FIN
              THRU 6000-FIN-EXIT
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE PAR-MES                    TO WS-MES
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      * AD01-F
      *
      *    MES ANTERIOR PARA LOS COMPARATIVOS
      *
               FROM V1DT044
               WHERE FEC_OPE >= :WS-DESDE
                 AND FEC_OPE <= :WS-HASTA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               FROM V1DT044
               WHERE FEC_OPE >= :WS-DESDE-ANT
                 AND FEC_OPE <= :WS-HASTA-ANT
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
      *
           EXEC SQL
               FETCH V13C33B-V1DC3311
               INTO
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :COD-ENT-BANCO OF DCLV1DT044,
      * AD01-F
                    :DCLV1DT044.COD-OPE-BANCO,
                    :COD-DIV-OPE OF DCLV1DT044,
                    :COD-CPT-CMP-VTA OF DCLV1DT044,
                    :WS-CANTIDAD,
               WHEN DB2-OK
                   ADD 1                   TO CN-LINEAS
                   MOVE SPACES             TO LN-DET-CLAVE
                   STRING
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                          COD-ENT-BANCO OF DCLV1DT044
                                           DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
      * AD01-F
                          COD-OPE-BANCO OF DCLV1DT044
                                           DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          COD-DIV-OPE OF DCLV1DT044
                 AND FEC_OPE      <= :WS-HASTA
                 AND COD_PAIS_DEST = :WS-PAIS-ALFA
                 AND TAS_DOLAR     > 0
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           END-EVALUATE
      *
           .
      * AD02-I : PRESUPUESTO DE OFICINAS (V1DT124)
      ******************************************************************
      *                 5700-SECCION-PRESUPUESTO                       *
      *  META Y REAL DEL MES POR OFICINA; EL CIERRE DA LOS TOTALES DEL *
      *  MES Y LOS ACUMULADOS DEL ANO                                  *
      ******************************************************************
       5700-SECCION-PRESUPUESTO.
      *
           MOVE SPACES                     TO REG-PAQUETE
           WRITE REG-PAQUETE
           MOVE 'PRESUPUESTO CONTRA REAL POR OFICINA (BOLIVARES)'
                                           TO LN-SEC-TITULO
           WRITE REG-PAQUETE               FROM LN-SECCION
           WRITE REG-PAQUETE               FROM LN-PRE-CABECERA
      *
           SET NO-FIN-CURSOR               TO TRUE
           MOVE ZEROES                     TO WS-TOT-CANT
                                              WS-TOT-VOL-PRE
                                              WS-TOT-VOL-REA
                                              WS-TOT-COM-PRE
                                              WS-TOT-COM-REA
      *
           EXEC SQL
               OPEN V13C33B-V1DC3317
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-PRESUPUESTO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C33B-V1DC3317
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'META VOLUMEN MES'         TO LN-CMP-LITERAL
           MOVE WS-TOT-CANT                TO LN-CMP-CANT
           MOVE WS-TOT-VOL-PRE             TO LN-CMP-IMP
           WRITE REG-PAQUETE               FROM LN-COMPARATIVO
           MOVE 'REAL VOLUMEN MES'         TO LN-CMP-LITERAL
           MOVE WS-TOT-VOL-REA             TO LN-CMP-IMP
           WRITE REG-PAQUETE               FROM LN-COMPARATIVO
           MOVE 'VARIACION VOLUMEN'        TO LN-CMP-LITERAL
           COMPUTE LN-CMP-IMP = WS-TOT-VOL-REA - WS-TOT-VOL-PRE
           WRITE REG-PAQUETE               FROM LN-COMPARATIVO
      *
           MOVE 'META COMISION MES'        TO LN-CMP-LITERAL
           MOVE WS-TOT-COM-PRE             TO LN-CMP-IMP
           WRITE REG-PAQUETE               FROM LN-COMPARATIVO
           MOVE 'REAL COMISION MES'        TO LN-CMP-LITERAL
           MOVE WS-TOT-COM-REA             TO LN-CMP-IMP
           WRITE REG-PAQUETE               FROM LN-COMPARATIVO
           MOVE 'VARIACION COMISION'       TO LN-CMP-LITERAL
           COMPUTE LN-CMP-IMP = WS-TOT-COM-REA - WS-TOT-COM-PRE
           WRITE REG-PAQUETE               FROM LN-COMPARATIVO
      *
      *    ACUMULADO DEL ANO HASTA EL MES
      *
           STRING WS-MES(1:4) DELIMITED BY SIZE
                  '01'        DELIMITED BY SIZE
                  INTO WS-ANO-MES-INI
           END-STRING
      *
           MOVE ZEROES                     TO WS-TOT-VOL-PRE
                                              WS-TOT-VOL-REA
      *
           EXEC SQL
               SELECT VALUE(SUM(IMP_VOL_PRESUP), 0),
                      VALUE(SUM(IMP_VOL_REAL), 0)
               INTO :WS-TOT-VOL-PRE,
                    :WS-TOT-VOL-REA
               FROM V1DT124
               WHERE ANO_MES >= :WS-ANO-MES-INI
                 AND ANO_MES <= :WS-MES
                 AND (:WS-ENT-BANCO = ' '
                      OR COD_OFICINA IN
                         (SELECT COD_OPE_BANCO
                          FROM V1DT044
                          WHERE COD_ENT_BANCO = :WS-ENT-BANCO))
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'META VOLUMEN ANO'         TO LN-CMP-LITERAL
           MOVE WS-TOT-VOL-PRE             TO LN-CMP-IMP
           WRITE REG-PAQUETE               FROM LN-COMPARATIVO
           MOVE 'REAL VOLUMEN ANO'         TO LN-CMP-LITERAL
           MOVE WS-TOT-VOL-REA             TO LN-CMP-IMP
           WRITE REG-PAQUETE               FROM LN-COMPARATIVO
      *
           MOVE '06'                       TO EXT-SECCION
           MOVE 'REAL VOLUMEN ANO'         TO EXT-CLAVE
           MOVE WS-TOT-CANT                TO EXT-CANTIDAD
           MOVE WS-TOT-VOL-REA             TO EXT-IMPORTE
           WRITE REG-EXTRACTO
      *
           .
       5700-SECCION-PRESUPUESTO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PRESUPUESTO
      *  EL EXTRACTO LLEVA META Y REAL DE CADA OFICINA, CON EL         *
      *  CUMPLIMIENTO ENTERO EN LA CANTIDAD DE LAS FILAS DE REAL       *
      ******************************************************************
       LEER-PRESUPUESTO.
      *
           EXEC SQL
               FETCH V13C33B-V1DC3317
               INTO :COD-OFI-PRESUP,
                    :IMP-VOL-PRESUP,
                    :IMP-VOL-REAL,
                    :IMP-COM-PRESUP,
                    :IMP-COM-REAL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM PROCESAR-PRESUPUESTO
                      THRU PROCESAR-PRESUPUESTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * PROCESAR-PRESUPUESTO
      ******************************************************************
       PROCESAR-PRESUPUESTO.
      *
           ADD 1                           TO CN-LINEAS
                                              WS-TOT-CANT
           ADD IMP-VOL-PRESUP              TO WS-TOT-VOL-PRE
           ADD IMP-VOL-REAL                TO WS-TOT-VOL-REA
           ADD IMP-COM-PRESUP              TO WS-TOT-COM-PRE
           ADD IMP-COM-REAL                TO WS-TOT-COM-REA
      *
           MOVE COD-OFI-PRESUP             TO LN-PRE-OFICINA
           MOVE IMP-VOL-PRESUP             TO LN-PRE-VOL-META
           MOVE IMP-VOL-REAL               TO LN-PRE-VOL-REAL
           MOVE IMP-COM-PRESUP             TO LN-PRE-COM-META
           MOVE IMP-COM-REAL               TO LN-PRE-COM-REAL
      *
           MOVE SPACES                     TO LN-PRE-COM-PCT-X
           IF  IMP-COM-PRESUP GREATER THAN ZEROES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       IMP-COM-REAL * 100 / IMP-COM-PRESUP
                   ON SIZE ERROR
                       MOVE 99999,99       TO WS-PORCENTAJE
               END-COMPUTE
               MOVE WS-PORCENTAJE          TO LN-PRE-COM-PCT
           END-IF
      *
           MOVE ZEROES                     TO WS-PORCENTAJE
           MOVE SPACES                     TO LN-PRE-VOL-PCT-X
           IF  IMP-VOL-PRESUP GREATER THAN ZEROES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       IMP-VOL-REAL * 100 / IMP-VOL-PRESUP
                   ON SIZE ERROR
                       MOVE 99999,99       TO WS-PORCENTAJE
               END-COMPUTE
               MOVE WS-PORCENTAJE          TO LN-PRE-VOL-PCT
           END-IF
      *
           WRITE REG-PAQUETE               FROM LN-PRESUPUESTO
      *
           MOVE '06'                       TO EXT-SECCION
           MOVE SPACES                     TO EXT-CLAVE
           STRING COD-OFI-PRESUP ' META VOLUMEN'
                  DELIMITED BY SIZE
                  INTO EXT-CLAVE
           END-STRING
           MOVE ZEROES                     TO EXT-CANTIDAD
           MOVE IMP-VOL-PRESUP             TO EXT-IMPORTE
           WRITE REG-EXTRACTO
      *
           MOVE SPACES                     TO EXT-CLAVE
           STRING COD-OFI-PRESUP ' REAL VOLUMEN'
                  DELIMITED BY SIZE
                  INTO EXT-CLAVE
           END-STRING
           MOVE WS-PORCENTAJE              TO EXT-CANTIDAD
           MOVE IMP-VOL-REAL               TO EXT-IMPORTE
           WRITE REG-EXTRACTO
      *
           MOVE SPACES                     TO EXT-CLAVE
           STRING COD-OFI-PRESUP ' META COMISION'
                  DELIMITED BY SIZE
                  INTO EXT-CLAVE
           END-STRING
           MOVE ZEROES                     TO EXT-CANTIDAD
           MOVE IMP-COM-PRESUP             TO EXT-IMPORTE
           WRITE REG-EXTRACTO
      *
           MOVE SPACES                     TO EXT-CLAVE
           STRING COD-OFI-PRESUP ' REAL COMISION'
                  DELIMITED BY SIZE
                  INTO EXT-CLAVE
           END-STRING
           MOVE ZEROES                     TO EXT-CANTIDAD
           MOVE IMP-COM-REAL               TO EXT-IMPORTE
           WRITE REG-EXTRACTO
      *
           .
       PROCESAR-PRESUPUESTO-EXIT.
           EXIT.
      * AD02-F
      ******************************************************************
      * ESCRIBIR-COMPARATIVO
      *  TOTAL DEL MES, DEL MES ANTERIOR Y VARIACION                   *
      *
           DISPLAY 'V13C33B - LINEAS GENERADAS:       '
                   CN-LINEAS
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C33B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V13C33B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD01-F
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LINEAS                  TO W924-CANT-LEIDOS

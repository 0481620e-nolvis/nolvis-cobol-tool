      *  RELANZAR) Y EMITE LOS ASIENTOS DE LA VARIACION: GANANCIA      *
      *  DEBITA LA CUENTA DE POSICION Y ABONA RESULTADOS, PERDIDA      *
      *  CARGA GASTOS Y ABONA LA POSICION                              *
      *  AD01: LAS CUENTAS DE LA VARIACION SE RESUELVEN CON LA RUTINA  *
      *  V19C062 DESDE LAS REGLAS DE DETERMINACION DE CUENTAS          *
      *  (V1DT135), TIPOS 'RVG' GANANCIA Y 'RVP' PERDIDA, EN VEZ DE    *
      *  LOS PREFIJOS FIJOS.  SI UNA OFICINA Y DIVISA NO TIENE REGLA   *
      *  SE LISTA EN SALEXR, EL ARCHIVO DE ASIENTOS QUEDA VACIO Y EL   *
      *  PROCESO TERMINA CON RC 16                                     *
      *  AD02: LA POSICION INCLUYE LA SEGUNDA PATA DE LAS OPERACIONES  *
      *  CRUZADAS (TIP_OPE '9') EN COD_DIV_CONTRA, EN SENTIDO          *
      *  CONTRARIO A LA PRIMERA Y A SU TASA HISTORICA                  *
      *  TAS_BOLIVAR_CONTRA                                            *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *
           SELECT ARCH-ASIENTOS        ASSIGN TO SALASR
                                        ORGANIZATION IS SEQUENTIAL.
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
      *
           SELECT ARCH-EXCEPCIONES     ASSIGN TO SALEXR
                                        ORGANIZATION IS SEQUENTIAL.
      * AD01-F
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
           RECORDING MODE IS F.
      *
       01  REG-ASIENTO                     PIC X(100).
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
      *
       FD  ARCH-EXCEPCIONES
           RECORDING MODE IS F.
      *
       01  REG-EXCEPCION                   PIC X(132).
      * AD01-F
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
                                                       VALUE ZEROES.
           05  WS-CTA-POSICION             PIC X(20)   VALUE SPACES.
           05  WS-CTA-RESULTADO            PIC X(20)   VALUE SPACES.
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
      ******************************************************************
      *            LINEAS DEL LISTADO DE COMBINACIONES SIN REGLA       *
      ******************************************************************
       01  LN-EXC-TITULO.
           05  FILLER                      PIC X(42)
               VALUE 'REVALUACION - COMBINACIONES SIN REGLA'.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-EXC-FECHA                PIC X(08).
           05  FILLER                      PIC X(81)   VALUE SPACES.
      *
       01  LN-EXC-CABECERA.
           05  FILLER                      PIC X(05)   VALUE 'TIPO'.
           05  FILLER                      PIC X(05)   VALUE 'CPT'.
           05  FILLER                      PIC X(06)   VALUE 'OFIC'.
           05  FILLER                      PIC X(05)   VALUE 'DIV'.
           05  FILLER                      PIC X(23)
                                           VALUE '      VARIACION'.
           05  FILLER                      PIC X(88)   VALUE 'MOTIVO'.
      *
       01  LN-EXCEPCION.
           05  LN-EXC-TIPO                 PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-CONCEPTO             PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-OFICINA              PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-DIVISA               PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-IMPORTE              PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-MOTIVO               PIC X(40).
           05  FILLER                      PIC X(48)   VALUE SPACES.
      * AD01-F
      ******************************************************************
      *                     LINEA DEL REPORTE                          *
      ******************************************************************
           05  SW-TASA-CIERRE              PIC X(01)   VALUE 'N'.
               88  CON-TASA-CIERRE                     VALUE 'S'.
               88  SIN-TASA-CIERRE                     VALUE 'N'.
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
           05  SW-CUENTAS                  PIC X(01)   VALUE 'N'.
               88  CUENTAS-RESUELTAS                   VALUE 'S'.
               88  CUENTAS-SIN-REGLA                   VALUE 'N'.
      * AD01-F
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V12C83B'.
           05  CT-IDF-COMPRA               PIC X(01)   VALUE 'C'.
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
      *    PREFIJOS DEL PLAN DE CUENTAS: POSICION DE CAMBIOS (EL
      *    MISMO QUE USA EL ASIENTO DIARIO), RESULTADOS POR
      *    REVALUACION Y GASTOS POR REVALUACION; SE COMPLETAN CON
      *    OFICINA Y DIVISA
      *    05  CT-PREF-POSICION            PIC X(04)   VALUE '1310'.
      *    05  CT-PREF-GANANCIA            PIC X(04)   VALUE '5310'.
      *    05  CT-PREF-PERDIDA             PIC X(04)   VALUE '4310'.
      * AD01-F
           05  CT-CPT-REVALUACION          PIC X(03)   VALUE 'REV'.
           05  CT-SIT-SIN-TASA             PIC X(10)   VALUE 'SIN TASA'.
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
      *    TIPOS DE ASIENTO DE LAS REGLAS DE V1DT135
           05  CT-TIP-GANANCIA             PIC X(03)   VALUE 'RVG'.
           05  CT-TIP-PERDIDA              PIC X(03)   VALUE 'RVP'.
           05  CT-SIT-SIN-REGLA            PIC X(10)
                                           VALUE 'SIN REGLA'.
           05  CT-MOT-SIN-REGLA            PIC X(40)
               VALUE 'SIN REGLA DE CUENTAS EN V1DT135'.
           05  CT-MOT-SIN-CTA-CLIENTE      PIC X(40)
               VALUE 'REGLA PIDE CUENTA DEL CLIENTE Y NO TIENE'.
      * AD01-F
      ******************************************************************
      *                      AREA DE ACUMULADORES                      *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-POSICIONES               PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-TASA                 PIC 9(07)   VALUE ZEROES.
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
           05  CN-EXCEPCIONES              PIC 9(07)   VALUE ZEROES.
      * AD01-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
      *  COPY DE LA RUTINA DE DETERMINACION DE CUENTAS
           COPY V1WC962.
      * AD01-F
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
      *    Y SU EQUIVALENTE CONTABLE EN BOLIVARES A LAS TASAS
      *    HISTORICAS CON QUE SE REGISTRO CADA OPERACION
      *
      * AD02-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      *    LA SEGUNDA PATA DE LAS OPERACIONES CRUZADAS ENTRA EN LA
      *    POSICION DE COD_DIV_CONTRA EN SENTIDO CONTRARIO Y A SU
      *    PROPIA TASA HISTORICA (TAS_BOLIVAR_CONTRA)
           EXEC SQL
               DECLARE V12C83B-V1DC0831
               CURSOR FOR
               SELECT POS.OFICINA,
                      POS.DIVISA,
                      VALUE(SUM(POS.IMP_DIVISA), 0),
                      VALUE(SUM(POS.IMP_BOLIVAR), 0)
               FROM (SELECT COD_OPE_BANCO AS OFICINA,
                            COD_DIV_OPE   AS DIVISA,
                            CASE WHEN IDF_CMP_VTA = :CT-IDF-COMPRA
                                 THEN IMP_OPE
                                 ELSE IMP_OPE * -1
                            END AS IMP_DIVISA,
                            CASE WHEN IDF_CMP_VTA = :CT-IDF-COMPRA
                                 THEN IMP_OPE * TAS_BOLIVAR
                                 ELSE IMP_OPE * TAS_BOLIVAR * -1
                            END AS IMP_BOLIVAR
                     FROM V1DT001
                     WHERE FEC_OPE <= :WS-FEC-CIERRE
                     UNION ALL
                     SELECT COD_OPE_BANCO,
                            COD_DIV_CONTRA,
                            CASE WHEN IDF_CMP_VTA = :CT-IDF-COMPRA
                                 THEN IMP_CONTRA * -1
                                 ELSE IMP_CONTRA
                            END,
                            CASE WHEN IDF_CMP_VTA = :CT-IDF-COMPRA
                                 THEN IMP_CONTRA * TAS_BOLIVAR_CONTRA
                                      * -1
                                 ELSE IMP_CONTRA * TAS_BOLIVAR_CONTRA
                            END
                     FROM V1DT001
                     WHERE FEC_OPE <= :WS-FEC-CIERRE
                       AND COD_DIV_CONTRA <> ' ') AS POS
               GROUP BY POS.DIVISA,
                        POS.OFICINA
               ORDER BY POS.DIVISA,
                        POS.OFICINA
           END-EXEC
      * AD02-F
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
           OPEN INPUT  ARCH-PARAMETROS
           OPEN OUTPUT ARCH-REPORTE
                       ARCH-ASIENTOS
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
                       ARCH-EXCEPCIONES
      * AD01-F
      *
           READ ARCH-PARAMETROS
               AT END
           END-IF
      *
           MOVE PAR-FEC-CIERRE             TO WS-FEC-CIERRE
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
      *
           MOVE WS-FEC-CIERRE              TO LN-EXC-FECHA
           WRITE REG-EXCEPCION           FROM LN-EXC-TITULO
           WRITE REG-EXCEPCION           FROM LN-EXC-CABECERA
      * AD01-F
      *
           MOVE ZEROES                     TO CN-POSICIONES
                                              CN-SIN-TASA
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
                                              CN-EXCEPCIONES
      * AD01-F
      *
      *    BORRADO Y RECARGA DEL CIERRE PARA PODER RELANZAR
           EXEC SQL
      ******************************************************************
       5300-GENERAR-ASIENTOS.
      *
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
      *    MOVE SPACES                     TO WS-CTA-POSICION
      *    STRING CT-PREF-POSICION         DELIMITED BY SIZE
      *           COD-OPE-BANCO OF DCLV1DT001
      *                                    DELIMITED BY SIZE
      *           COD-DIV-OPE              DELIMITED BY SIZE
      *           INTO WS-CTA-POSICION
      *    END-STRING
           PERFORM 5310-RESOLVER-CUENTAS
              THRU 5310-RESOLVER-CUENTAS-EXIT
      *
           IF  CUENTAS-SIN-REGLA
               GO TO 5300-GENERAR-ASIENTOS-EXIT
           END-IF
      * AD01-F
      *
           MOVE WS-IMP-VARIACION           TO WS-IMP-ASIENTO
           IF  WS-IMP-ASIENTO LESS THAN ZEROES
           MOVE COD-DIV-OPE                TO ASI-COD-DIV
           MOVE WS-IMP-ASIENTO             TO ASI-IMP
           MOVE CT-CPT-REVALUACION         TO ASI-COD-CPT
      *
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
      *    IF  WS-IMP-VARIACION GREATER THAN ZEROES
      *        MOVE SPACES                 TO WS-CTA-RESULTADO
      *        STRING CT-PREF-GANANCIA     DELIMITED BY SIZE
      *               COD-OPE-BANCO OF DCLV1DT001
      *                                    DELIMITED BY SIZE
      *               COD-DIV-OPE          DELIMITED BY SIZE
      *               INTO WS-CTA-RESULTADO
      *        END-STRING
      *
      *        MOVE WS-CTA-POSICION        TO ASI-CTA-CONTABLE
      *        SET ASI-88-DEBE             TO TRUE
      *        PERFORM 5350-ESCRIBIR-ASIENTO
      *           THRU 5350-ESCRIBIR-ASIENTO-EXIT
      *
      *        MOVE WS-CTA-RESULTADO       TO ASI-CTA-CONTABLE
      *        SET ASI-88-HABER            TO TRUE
      *        PERFORM 5350-ESCRIBIR-ASIENTO
      *           THRU 5350-ESCRIBIR-ASIENTO-EXIT
      *    ELSE
      *        MOVE SPACES                 TO WS-CTA-RESULTADO
      *        STRING CT-PREF-PERDIDA      DELIMITED BY SIZE
      *               COD-OPE-BANCO OF DCLV1DT001
      *                                    DELIMITED BY SIZE
      *               COD-DIV-OPE          DELIMITED BY SIZE
      *               INTO WS-CTA-RESULTADO
      *        END-STRING
      *
      *        MOVE WS-CTA-RESULTADO       TO ASI-CTA-CONTABLE
      *        SET ASI-88-DEBE             TO TRUE
      *        PERFORM 5350-ESCRIBIR-ASIENTO
      *           THRU 5350-ESCRIBIR-ASIENTO-EXIT
      *
      *        MOVE WS-CTA-POSICION        TO ASI-CTA-CONTABLE
      *        SET ASI-88-HABER            TO TRUE
      *        PERFORM 5350-ESCRIBIR-ASIENTO
      *           THRU 5350-ESCRIBIR-ASIENTO-EXIT
      *    END-IF
           MOVE W962-CTA-DEBE              TO ASI-CTA-CONTABLE
           SET ASI-88-DEBE                 TO TRUE
           PERFORM 5350-ESCRIBIR-ASIENTO
              THRU 5350-ESCRIBIR-ASIENTO-EXIT
      *
           MOVE W962-CTA-HABER             TO ASI-CTA-CONTABLE
           SET ASI-88-HABER                TO TRUE
           PERFORM 5350-ESCRIBIR-ASIENTO
              THRU 5350-ESCRIBIR-ASIENTO-EXIT
      * AD01-F
      *
           .
       5300-GENERAR-ASIENTOS-EXIT.
           EXIT.
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
      ******************************************************************
      *                  5310-RESOLVER-CUENTAS                         *
      *  GANANCIA 'RVG' (DEBE POSICION / HABER RESULTADOS) O PERDIDA   *
      *  'RVP' (DEBE GASTOS / HABER POSICION) SEGUN V1DT135; SIN REGLA *
      *  LA OFICINA Y DIVISA VA AL LISTADO DE EXCEPCIONES              *
      ******************************************************************
       5310-RESOLVER-CUENTAS.
      *
           SET CUENTAS-RESUELTAS           TO TRUE
      *
           IF  WS-IMP-VARIACION GREATER THAN ZEROES
               MOVE CT-TIP-GANANCIA        TO W962-TIP-ASIENTO
           ELSE
               MOVE CT-TIP-PERDIDA         TO W962-TIP-ASIENTO
           END-IF
           MOVE CT-CPT-REVALUACION         TO W962-COD-CPT
           MOVE COD-OPE-BANCO OF DCLV1DT001
                                           TO W962-COD-OFICINA
           MOVE COD-DIV-OPE                TO W962-COD-DIV
           MOVE SPACES                     TO W962-CLA-CONTRAPARTE
                                              W962-CTA-CLIENTE
      *
           CALL 'V19C062'               USING V1WC962
      *
           IF  W962-88-ERROR
               MOVE W962-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  W962-88-RESUELTA
               GO TO 5310-RESOLVER-CUENTAS-EXIT
           END-IF
      *
           SET CUENTAS-SIN-REGLA           TO TRUE
           ADD 1                           TO CN-EXCEPCIONES
      *
           MOVE W962-TIP-ASIENTO           TO LN-EXC-TIPO
           MOVE W962-COD-CPT               TO LN-EXC-CONCEPTO
           MOVE W962-COD-OFICINA           TO LN-EXC-OFICINA
           MOVE W962-COD-DIV               TO LN-EXC-DIVISA
           MOVE WS-IMP-VARIACION           TO LN-EXC-IMPORTE
      *
           IF  W962-88-SIN-CTA-CLIENTE
               MOVE CT-MOT-SIN-CTA-CLIENTE TO LN-EXC-MOTIVO
           ELSE
               MOVE CT-MOT-SIN-REGLA       TO LN-EXC-MOTIVO
           END-IF
      *
           WRITE REG-EXCEPCION           FROM LN-EXCEPCION
      *
           .
       5310-RESOLVER-CUENTAS-EXIT.
           EXIT.
      * AD01-F
      ******************************************************************
      *                   5350-ESCRIBIR-ASIENTO                        *
      ******************************************************************
           ELSE
               MOVE WS-IMP-REVALUADO       TO LN-REV-REVALUADO
               MOVE WS-IMP-VARIACION       TO LN-REV-VARIACION
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
               IF  WS-IMP-VARIACION NOT EQUAL ZEROES
               AND CUENTAS-SIN-REGLA
                   MOVE CT-SIT-SIN-REGLA   TO LN-REV-SITUACION
               END-IF
      * AD01-F
           END-IF
      *
           WRITE REG-REPORTE             FROM LN-REVALUACION
      ******************************************************************
       6000-FIN.
      *
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
      *    CON COMBINACIONES SIN REGLA NO SE GRABAN TOTALES
           IF  CN-EXCEPCIONES EQUAL ZEROES
      * AD01-F
           MOVE WS-FEC-CIERRE              TO TOT-FEC-CONTABLE
           MOVE AC-CANT-ASIENTOS           TO TOT-CANT-ASIENTOS
           MOVE AC-IMP-DEBE                TO TOT-IMP-DEBE
           MOVE AC-IMP-HABER               TO TOT-IMP-HABER
           WRITE REG-ASIENTO             FROM REG-ASI-TOTALES
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
           END-IF
      * AD01-F
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
                 ARCH-ASIENTOS
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
                 ARCH-EXCEPCIONES
      * AD01-F
      *
           DISPLAY 'V12C83B - POSICIONES REVALUADAS:  '
                   CN-POSICIONES
           IF  CN-SIN-TASA GREATER THAN ZEROES
               MOVE 4                      TO RETURN-CODE
           END-IF
      * AD01-I : DETERMINACION DE CUENTAS (V1DT135)
      *
           DISPLAY 'V12C83B - COMBINACIONES SIN REGLA:'
                   CN-EXCEPCIONES
      *
      *    UN MAYOR INCOMPLETO NO SE CARGA: SE VACIA EL ARCHIVO DE
      *    ASIENTOS Y SE TERMINA CON ERROR; EL DETALLE QUEDA EN SALEXR
           IF  CN-EXCEPCIONES GREATER THAN ZEROES
               OPEN OUTPUT ARCH-ASIENTOS
               CLOSE ARCH-ASIENTOS
               DISPLAY 'V12C83B - PROCESO DETENIDO: VER LISTADO SALEXR'
               MOVE 16                     TO RETURN-CODE
           END-IF
      * AD01-F
      *
           .
       6000-FIN-EXIT.

      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C47B                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: BPC                                               *
      *                                                                *
      ******************************************************************
      * DOCUMENTACION.                                                 *
      * ------------------                                             *
      * ARCHIVO DE ENTRADA: PARMESC (FECHA DE CIERRE DE LA VENTANA;    *
      *  EN BLANCO = HOY)                                              *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALESC (GRUPOS QUE DISPARARON CADA          *
      *  ESCENARIO, CON SUS NUMEROS DE REFERENCIA)                     *
      * ------------------                                             *
      * PROCESO GLOBAL: MOTOR GENERICO DE ESCENARIOS DE DETECCION.     *
      *  EJECUTA CADA ESCENARIO ACTIVO DE V1DT117 (MANTENIDO POR       *
      *  COMPLIANCE EN V13C47M BAJO DOBLE CONTROL): TOMA LAS           *
      *  OPERACIONES DE CLIENTE DE LA VENTANA DE DIAS QUE CIERRA EN    *
      *  LA FECHA, APLICA SUS FILTROS (CONCEPTO, TIPO DE PAGO,         *
      *  SEGMENTO DEL TITULAR EN V1DT045 Y RIESGO DEL PAIS DESTINO     *
      *  EN V1DT087), LAS AGRUPA POR TITULAR O POR BENEFICIARIO Y      *
      *  REPORTA LOS GRUPOS QUE ALCANZAN LA CANTIDAD Y/O EL MONTO EN   *
      *  DOLARES DEL DISPARADOR.  CADA MIEMBRO DEL GRUPO VA A LA       *
      *  RUTINA V19C060 CON EL DETECTOR 'ES' + CODIGO DEL ESCENARIO,   *
      *  DE MODO QUE EL HALLAZGO QUEDA ETIQUETADO CON EL ESCENARIO.    *
      *  RETORNO 04 CUANDO ALGUN ESCENARIO DISPARA                     *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C47B.
       AUTHOR.       FACTORIA.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *        E N V I R O N M E N T         D I V I S I O N           *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMESC
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALESC
                                        ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                                                                *
      *                  F I L E        S E C T I O N                 *
      *                                                                *
      ******************************************************************
       FILE SECTION.
      *
       FD  ARCH-PARAMETROS
           RECORDING MODE IS F.
      *
       01  REG-PARAMETROS.
           05  PAR-FECHA                   PIC X(08).
           05  FILLER                      PIC X(72).
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
      *
       01  REG-REPORTE                     PIC X(132).
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
      *                                                                *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                  AREA DE VARIABLES AUXILIARES                  *
      ******************************************************************
       01  WS-VARIABLES-AUXILIARES.
      *
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-FEC-HASTA                PIC X(08)   VALUE SPACES.
           05  WS-FEC-HASTA-NUM REDEFINES WS-FEC-HASTA
                                           PIC 9(08).
           05  WS-FEC-DESDE                PIC X(08)   VALUE SPACES.
           05  WS-FEC-DESDE-NUM REDEFINES WS-FEC-DESDE
                                           PIC 9(08).
           05  WS-INT-HASTA                PIC 9(07)   VALUE ZEROES.
           05  WS-INT-DESDE                PIC 9(07)   VALUE ZEROES.
           05  WS-MONTO-USD                PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-CLAVE-ACTUAL             PIC X(15)   VALUE SPACES.
           05  WS-CLAVE-LEIDA              PIC X(15)   VALUE SPACES.
           05  WS-TIPO-BARRIDO             PIC X(08)   VALUE SPACES.
           05  WS-DETECTOR                 PIC X(08)   VALUE SPACES.
           05  WS-PAIS-ALFA                PIC X(03)   VALUE SPACES.
           05  WS-PAIS-NUM REDEFINES WS-PAIS-ALFA
                                           PIC 9(03).
           05  WS-CANT-ED                  PIC ZZZZZZ9.
           05  WS-I                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-E                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *         FILTROS DEL ESCENARIO EN CURSO (HOST VARIABLES)        *
      ******************************************************************
       01  FL-FILTROS.
           05  FL-CPT                      PIC X(03).
           05  FL-PAGO                     PIC X(01).
           05  FL-SEGMENTO                 PIC X(01).
      ******************************************************************
      *       ESCENARIOS ACTIVOS CARGADOS AL INICIO DE LA CORRIDA      *
      ******************************************************************
       01  TB-ESCENARIOS.
           05  TB-CANT-ESC                 PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  TB-ESCENARIO                OCCURS 100 TIMES.
               10  TB-COD-ESC              PIC X(06).
               10  TB-DES-ESC              PIC X(40).
               10  TB-CPT-ESC              PIC X(03).
               10  TB-RIESGO-ESC           PIC X(01).
               10  TB-PAGO-ESC             PIC X(01).
               10  TB-SEGMENTO-ESC         PIC X(01).
               10  TB-AGRUPA-ESC           PIC X(01).
               10  TB-DIAS-ESC             PIC S9(03)  COMP-3.
               10  TB-CANT-MIN             PIC S9(04)  COMP-3.
               10  TB-IMP-MIN              PIC S9(13)V9(02) COMP-3.
               10  TB-GRUPOS-ESC           PIC 9(07).
      ******************************************************************
      *            ACUMULADOR DEL GRUPO EN CURSO (CONTROL-BREAK)       *
      ******************************************************************
       01  AC-GRUPO.
           05  AC-CANT-OPE                 PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  AC-CANT-GUARDADOS           PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  AC-MONTO-USD                PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  AC-MIEMBRO                  OCCURS 200 TIMES.
               10  AC-NUM-REF              PIC S9(10)  COMP-3.
               10  AC-FEC-OPE              PIC X(08).
               10  AC-IMP-USD              PIC S9(13)V9(02) COMP-3.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-ESCENARIO.
           05  FILLER                      PIC X(10)   VALUE
                                                       'ESCENARIO '.
           05  LN-ESC-COD                  PIC X(06).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-ESC-DES                  PIC X(40).
           05  FILLER                      PIC X(08)   VALUE
                                                       ' DESDE: '.
           05  LN-ESC-DESDE                PIC X(08).
           05  FILLER                      PIC X(08)   VALUE
                                                       ' HASTA: '.
           05  LN-ESC-HASTA                PIC X(08).
           05  FILLER                      PIC X(43)   VALUE SPACES.
      *
       01  LN-GRUPO.
           05  FILLER                      PIC X(06)   VALUE 'GRUPO '.
           05  LN-GRU-TIPO                 PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-GRU-CLAVE                PIC X(15).
           05  FILLER                      PIC X(06)   VALUE ' OPS: '.
           05  LN-GRU-CANT                 PIC ZZZ9.
           05  FILLER                      PIC X(11)
                                           VALUE ' TOTAL USD '.
           05  LN-GRU-MONTO                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(60)   VALUE SPACES.
      *
       01  LN-MIEMBRO.
           05  FILLER                      PIC X(06)   VALUE SPACES.
           05  LN-MIE-NUM-REF              PIC 9(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-MIE-FEC-OPE              PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-MIE-MONTO                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(84)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-OPERACION                PIC X(01)   VALUE 'S'.
               88  OPERACION-VALIDA                    VALUE 'S'.
               88  OPERACION-DESCARTADA                VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C47B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-V19C060                  PIC X(08)   VALUE 'V19C060'.
           05  CT-PREFIJO-DETECTOR         PIC X(02)   VALUE 'ES'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-AGRUPA-BENEF             PIC X(01)   VALUE 'B'.
           05  CT-TIPO-TITULAR             PIC X(08)   VALUE 'TITULAR'.
           05  CT-TIPO-BENEF               PIC X(08)   VALUE 'BENEFIC'.
           05  CT-MAX-ESCENARIOS           PIC S9(04)  COMP
                                                       VALUE 100.
           05  CT-MAX-MIEMBROS             PIC S9(04)  COMP
                                                       VALUE 200.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-ESCENARIOS               PIC 9(07)   VALUE ZEROES.
           05  CN-OPERACIONES              PIC 9(07)   VALUE ZEROES.
           05  CN-GRUPOS                   PIC 9(07)   VALUE ZEROES.
           05  CN-HALLAZGOS                PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      *  COPY DE LA RUTINA V19C060 (CONSOLIDACION DE HALLAZGOS)
           COPY V1WC960.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT087
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT117
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    ESCENARIOS ACTIVOS
      *
           EXEC SQL
               DECLARE V13C47B-V1DC4711
               CURSOR FOR
               SELECT COD_ESCENARIO,
                      DES_ESCENARIO,
                      COD_CPT_FILTRO,
                      COD_RIESGO_FILTRO,
                      TIP_PAGO_FILTRO,
                      COD_SEGMENTO_FILTRO,
                      COD_AGRUPA,
                      NUM_DIAS_VENTANA,
                      CAN_MIN_OPE,
                      IMP_MIN_USD
               FROM V1DT117
               WHERE IND_ACTIVO = 'S'
               ORDER BY COD_ESCENARIO
           END-EXEC
      *
      *    OPERACIONES DE LA VENTANA QUE PASAN LOS FILTROS DEL
      *    ESCENARIO, AGRUPADAS POR TITULAR (FILTRO EN BLANCO =
      *    CUALQUIER VALOR)
      *
           EXEC SQL
               DECLARE V13C47B-V1DC4712
               CURSOR FOR
               SELECT O.NUM_DOC_PERSONA,
                      O.NUM_REF,
                      O.FEC_OPE,
                      O.COD_DIV_OPE,
                      O.IMP_OPE,
                      O.TAS_DOLAR,
                      O.COD_PAIS_DEST
               FROM V1DT001 O
               WHERE O.FEC_OPE >= :WS-FEC-DESDE
                 AND O.FEC_OPE <= :WS-FEC-HASTA
                 AND O.CLA_CONTRAPARTE <> 'B'
                 AND (:FL-CPT = ' '
                      OR O.COD_CPT_CMP_VTA = :FL-CPT)
                 AND (:FL-PAGO = ' '
                      OR O.TIP_PAGO = :FL-PAGO)
                 AND (:FL-SEGMENTO = ' '
                      OR EXISTS
                         (SELECT 1
                          FROM V1DT045 S
                          WHERE S.NUM_DOC_PERSONA = O.NUM_DOC_PERSONA
                            AND SUBSTR(S.COD_SEGMENTO, 1, 1) =
                                :FL-SEGMENTO))
               ORDER BY O.NUM_DOC_PERSONA,
                        O.FEC_OPE,
                        O.NUM_REF
           END-EXEC
      *
      *    LO MISMO AGRUPADO POR BENEFICIARIO
      *
           EXEC SQL
               DECLARE V13C47B-V1DC4713
               CURSOR FOR
               SELECT O.IDF_RIF_BENEF,
                      O.NUM_REF,
                      O.FEC_OPE,
                      O.COD_DIV_OPE,
                      O.IMP_OPE,
                      O.TAS_DOLAR,
                      O.COD_PAIS_DEST
               FROM V1DT001 O
               WHERE O.FEC_OPE >= :WS-FEC-DESDE
                 AND O.FEC_OPE <= :WS-FEC-HASTA
                 AND O.CLA_CONTRAPARTE <> 'B'
                 AND O.IDF_RIF_BENEF > ' '
                 AND (:FL-CPT = ' '
                      OR O.COD_CPT_CMP_VTA = :FL-CPT)
                 AND (:FL-PAGO = ' '
                      OR O.TIP_PAGO = :FL-PAGO)
                 AND (:FL-SEGMENTO = ' '
                      OR EXISTS
                         (SELECT 1
                          FROM V1DT045 S
                          WHERE S.NUM_DOC_PERSONA = O.NUM_DOC_PERSONA
                            AND SUBSTR(S.COD_SEGMENTO, 1, 1) =
                                :FL-SEGMENTO))
               ORDER BY O.IDF_RIF_BENEF,
                        O.FEC_OPE,
                        O.NUM_REF
           END-EXEC
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.
      *
       MAINLINE.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-EJECUTAR-ESCENARIO
              THRU 2000-EJECUTAR-ESCENARIO-EXIT
             VARYING WS-E FROM 1 BY 1
             UNTIL WS-E GREATER THAN TB-CANT-ESC
      *
           PERFORM 6000-FIN
              THRU 6000-FIN-EXIT
      *
           STOP RUN
           .
      ******************************************************************
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
           OPEN INPUT  ARCH-PARAMETROS
           OPEN OUTPUT ARCH-REPORTE
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C47B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           IF  PAR-FECHA EQUAL SPACES
               MOVE WS-FEC-HOY             TO WS-FEC-HASTA
           ELSE
               MOVE PAR-FECHA              TO WS-FEC-HASTA
           END-IF
      *
           COMPUTE WS-INT-HASTA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-HASTA-NUM)
      *
           MOVE ZEROES                     TO CN-ESCENARIOS
                                              CN-OPERACIONES
                                              CN-GRUPOS
                                              CN-HALLAZGOS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HASTA               TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           PERFORM 1500-CARGAR-ESCENARIOS
              THRU 1500-CARGAR-ESCENARIOS-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                  1500-CARGAR-ESCENARIOS                        *
      *  LOS ESCENARIOS ACTIVOS SE CARGAN ANTES DE BARRER, PARA NO     *
      *  TENER DOS CURSORES ABIERTOS A LA VEZ                          *
      ******************************************************************
       1500-CARGAR-ESCENARIOS.
      *
           MOVE ZEROES                     TO TB-CANT-ESC
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C47B-V1DC4711
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-ESCENARIO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C47B-V1DC4711
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  TB-CANT-ESC EQUAL ZEROES
               DISPLAY 'V13C47B - NO HAY ESCENARIOS ACTIVOS'
           END-IF
      *
           .
       1500-CARGAR-ESCENARIOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-ESCENARIO
      ******************************************************************
       LEER-ESCENARIO.
      *
           EXEC SQL
               FETCH V13C47B-V1DC4711
               INTO :COD-ESCENARIO,
                    :DES-ESCENARIO,
                    :COD-CPT-ESC,
                    :COD-RIESGO-ESC,
                    :TIP-PAGO-ESC,
                    :COD-SEGMENTO-ESC,
                    :COD-AGRUPA-ESC,
                    :NUM-DIAS-VENTANA,
                    :CAN-MIN-OPE,
                    :IMP-MIN-USD
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  TB-CANT-ESC LESS THAN CT-MAX-ESCENARIOS
                       ADD 1               TO TB-CANT-ESC
                       MOVE TB-CANT-ESC    TO WS-E
                       MOVE COD-ESCENARIO  TO TB-COD-ESC(WS-E)
                       MOVE DES-ESCENARIO  TO TB-DES-ESC(WS-E)
                       MOVE COD-CPT-ESC    TO TB-CPT-ESC(WS-E)
                       MOVE COD-RIESGO-ESC TO TB-RIESGO-ESC(WS-E)
                       MOVE TIP-PAGO-ESC   TO TB-PAGO-ESC(WS-E)
                       MOVE COD-SEGMENTO-ESC
                                           TO TB-SEGMENTO-ESC(WS-E)
                       MOVE COD-AGRUPA-ESC TO TB-AGRUPA-ESC(WS-E)
                       MOVE NUM-DIAS-VENTANA
                                           TO TB-DIAS-ESC(WS-E)
                       MOVE CAN-MIN-OPE    TO TB-CANT-MIN(WS-E)
                       MOVE IMP-MIN-USD    TO TB-IMP-MIN(WS-E)
                       MOVE ZEROES         TO TB-GRUPOS-ESC(WS-E)
                   ELSE
                       DISPLAY 'V13C47B - ESCENARIO NO CARGADO (TABLA '
                               'LLENA): ' COD-ESCENARIO
                   END-IF

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                 2000-EJECUTAR-ESCENARIO                        *
      *  LA VENTANA CIERRA EN LA FECHA DEL PROCESO E INCLUYE LOS N     *
      *  DIAS DEL ESCENARIO CONTANDO ESA FECHA                         *
      ******************************************************************
       2000-EJECUTAR-ESCENARIO.
      *
           ADD 1                           TO CN-ESCENARIOS
      *
           COMPUTE WS-INT-DESDE = WS-INT-HASTA - TB-DIAS-ESC(WS-E) + 1
           COMPUTE WS-FEC-DESDE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DESDE)
      *
           MOVE TB-CPT-ESC(WS-E)           TO FL-CPT
           MOVE TB-PAGO-ESC(WS-E)          TO FL-PAGO
           MOVE TB-SEGMENTO-ESC(WS-E)      TO FL-SEGMENTO
      *
           MOVE SPACES                     TO WS-DETECTOR
           STRING CT-PREFIJO-DETECTOR
                  TB-COD-ESC(WS-E)
                  DELIMITED BY SIZE
                  INTO WS-DETECTOR
           END-STRING
      *
           MOVE TB-COD-ESC(WS-E)           TO LN-ESC-COD
           MOVE TB-DES-ESC(WS-E)           TO LN-ESC-DES
           MOVE WS-FEC-DESDE               TO LN-ESC-DESDE
           MOVE WS-FEC-HASTA               TO LN-ESC-HASTA
           WRITE REG-REPORTE             FROM LN-ESCENARIO
      *
           MOVE SPACES                     TO WS-CLAVE-ACTUAL
           PERFORM LIMPIAR-GRUPO
           SET NO-FIN-CURSOR               TO TRUE
      *
           IF  TB-AGRUPA-ESC(WS-E) EQUAL CT-AGRUPA-BENEF
               MOVE CT-TIPO-BENEF          TO WS-TIPO-BARRIDO
               PERFORM 3000-BARRIDO-BENEFICIARIO
                  THRU 3000-BARRIDO-BENEFICIARIO-EXIT
           ELSE
               MOVE CT-TIPO-TITULAR        TO WS-TIPO-BARRIDO
               PERFORM 2500-BARRIDO-TITULAR
                  THRU 2500-BARRIDO-TITULAR-EXIT
           END-IF
      *
           PERFORM EVALUAR-GRUPO
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-EJECUTAR-ESCENARIO-EXIT.
           EXIT.
      ******************************************************************
      *                   2500-BARRIDO-TITULAR                         *
      ******************************************************************
       2500-BARRIDO-TITULAR.
      *
           EXEC SQL
               OPEN V13C47B-V1DC4712
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM 2600-LEER-TITULAR
              THRU 2600-LEER-TITULAR-EXIT
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C47B-V1DC4712
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2500-BARRIDO-TITULAR-EXIT.
           EXIT.
      ******************************************************************
      *                     2600-LEER-TITULAR                          *
      ******************************************************************
       2600-LEER-TITULAR.
      *
           EXEC SQL
               FETCH V13C47B-V1DC4712
               INTO :WS-CLAVE-LEIDA,
                    :DCLV1DT001.NUM-REF,
                    :DCLV1DT001.FEC-OPE,
                    :DCLV1DT001.COD-DIV-OPE,
                    :DCLV1DT001.IMP-OPE,
                    :DCLV1DT001.TAS-DOLAR,
                    :DCLV1DT001.COD-PAIS-DEST
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM PROCESAR-MOVIMIENTO
                      THRU PROCESAR-MOVIMIENTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2600-LEER-TITULAR-EXIT.
           EXIT.
      ******************************************************************
      *                 3000-BARRIDO-BENEFICIARIO                      *
      ******************************************************************
       3000-BARRIDO-BENEFICIARIO.
      *
           EXEC SQL
               OPEN V13C47B-V1DC4713
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM 3100-LEER-BENEFICIARIO
              THRU 3100-LEER-BENEFICIARIO-EXIT
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C47B-V1DC4713
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3000-BARRIDO-BENEFICIARIO-EXIT.
           EXIT.
      ******************************************************************
      *                  3100-LEER-BENEFICIARIO                        *
      ******************************************************************
       3100-LEER-BENEFICIARIO.
      *
           EXEC SQL
               FETCH V13C47B-V1DC4713
               INTO :WS-CLAVE-LEIDA,
                    :DCLV1DT001.NUM-REF,
                    :DCLV1DT001.FEC-OPE,
                    :DCLV1DT001.COD-DIV-OPE,
                    :DCLV1DT001.IMP-OPE,
                    :DCLV1DT001.TAS-DOLAR,
                    :DCLV1DT001.COD-PAIS-DEST
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM PROCESAR-MOVIMIENTO
                      THRU PROCESAR-MOVIMIENTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       3100-LEER-BENEFICIARIO-EXIT.
           EXIT.
      ******************************************************************
      * PROCESAR-MOVIMIENTO
      *  CONTROL-BREAK POR LA CLAVE DEL BARRIDO; LA OPERACION QUE NO   *
      *  PASA EL FILTRO DE RIESGO DEL PAIS DESTINO NO SE ACUMULA       *
      ******************************************************************
       PROCESAR-MOVIMIENTO.
      *
           ADD 1                           TO CN-OPERACIONES
      *
           IF  WS-CLAVE-LEIDA NOT EQUAL WS-CLAVE-ACTUAL
               PERFORM EVALUAR-GRUPO
               MOVE WS-CLAVE-LEIDA         TO WS-CLAVE-ACTUAL
           END-IF
      *
           PERFORM 5000-FILTRAR-RIESGO
              THRU 5000-FILTRAR-RIESGO-EXIT
      *
           IF  OPERACION-DESCARTADA
               GO TO PROCESAR-MOVIMIENTO-EXIT
           END-IF
      *
           IF  COD-DIV-OPE NOT = CT-DIV-DOLAR
               COMPUTE WS-MONTO-USD = IMP-OPE * TAS-DOLAR
           ELSE
               MOVE IMP-OPE                TO WS-MONTO-USD
           END-IF
      *
           ADD 1                           TO AC-CANT-OPE
           ADD WS-MONTO-USD                TO AC-MONTO-USD
      *
           IF  AC-CANT-GUARDADOS LESS THAN CT-MAX-MIEMBROS
               ADD 1                       TO AC-CANT-GUARDADOS
               MOVE NUM-REF           TO AC-NUM-REF(AC-CANT-GUARDADOS)
               MOVE FEC-OPE           TO AC-FEC-OPE(AC-CANT-GUARDADOS)
               MOVE WS-MONTO-USD      TO AC-IMP-USD(AC-CANT-GUARDADOS)
           END-IF
      *
           .
       PROCESAR-MOVIMIENTO-EXIT.
           EXIT.
      ******************************************************************
      * 5000-FILTRAR-RIESGO
      *  EL NIVEL DE RIESGO SE TOMA DEL MAESTRO DE PAISES POR EL PAIS  *
      *  DESTINO DE LA OPERACION; UN PAIS DESCONOCIDO NO PASA          *
      ******************************************************************
       5000-FILTRAR-RIESGO.
      *
           SET OPERACION-VALIDA            TO TRUE
      *
           IF  TB-RIESGO-ESC(WS-E) EQUAL SPACE
               GO TO 5000-FILTRAR-RIESGO-EXIT
           END-IF
      *
           MOVE COD-PAIS-DEST              TO WS-PAIS-ALFA
      *
           IF  WS-PAIS-ALFA NOT NUMERIC
               SET OPERACION-DESCARTADA    TO TRUE
               GO TO 5000-FILTRAR-RIESGO-EXIT
           END-IF
      *
           MOVE WS-PAIS-NUM                TO COD-PAIS-ISO
      *
           EXEC SQL
               SELECT COD_RIESGO
               INTO  :COD-RIESGO-PAIS
               FROM V1DT087
               WHERE COD_PAIS = :COD-PAIS-ISO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  COD-RIESGO-PAIS NOT EQUAL TB-RIESGO-ESC(WS-E)
                       SET OPERACION-DESCARTADA
                                           TO TRUE
                   END-IF

               WHEN DB2-NOTFND
                   SET OPERACION-DESCARTADA
                                           TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       5000-FILTRAR-RIESGO-EXIT.
           EXIT.
      ******************************************************************
      * EVALUAR-GRUPO
      *  AL CORTE DE CLAVE: EL GRUPO DISPARA CUANDO ALCANZA LA         *
      *  CANTIDAD MINIMA Y EL MONTO MINIMO DEL ESCENARIO (UN MINIMO    *
      *  EN CERO NO SE EXIGE)                                          *
      ******************************************************************
       EVALUAR-GRUPO.
      *
           IF  AC-CANT-OPE EQUAL ZEROES
               PERFORM LIMPIAR-GRUPO
               GO TO EVALUAR-GRUPO-EXIT
           END-IF
      *
           IF  TB-CANT-MIN(WS-E) GREATER THAN ZEROES
           AND AC-CANT-OPE LESS THAN TB-CANT-MIN(WS-E)
               PERFORM LIMPIAR-GRUPO
               GO TO EVALUAR-GRUPO-EXIT
           END-IF
      *
           IF  TB-IMP-MIN(WS-E) GREATER THAN ZEROES
           AND AC-MONTO-USD LESS THAN TB-IMP-MIN(WS-E)
               PERFORM LIMPIAR-GRUPO
               GO TO EVALUAR-GRUPO-EXIT
           END-IF
      *
           ADD 1                           TO CN-GRUPOS
           ADD 1                           TO TB-GRUPOS-ESC(WS-E)
      *
           MOVE WS-TIPO-BARRIDO            TO LN-GRU-TIPO
           MOVE WS-CLAVE-ACTUAL            TO LN-GRU-CLAVE
           MOVE AC-CANT-OPE                TO LN-GRU-CANT
           MOVE AC-MONTO-USD               TO LN-GRU-MONTO
           WRITE REG-REPORTE             FROM LN-GRUPO
      *
           PERFORM ESCRIBIR-MIEMBRO
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER THAN AC-CANT-GUARDADOS
      *
           PERFORM LIMPIAR-GRUPO
      *
           .
       EVALUAR-GRUPO-EXIT.
           EXIT.
      ******************************************************************
      * ESCRIBIR-MIEMBRO
      *  CADA MIEMBRO DEL GRUPO ABRE (O SE SUMA A) SU UNICO CASO DE    *
      *  REVISION CON EL DETECTOR DEL ESCENARIO                        *
      ******************************************************************
       ESCRIBIR-MIEMBRO.
      *
           MOVE AC-NUM-REF(WS-I)           TO LN-MIE-NUM-REF
           MOVE AC-FEC-OPE(WS-I)           TO LN-MIE-FEC-OPE
           MOVE AC-IMP-USD(WS-I)           TO LN-MIE-MONTO
           WRITE REG-REPORTE             FROM LN-MIEMBRO
      *
           INITIALIZE V1WC960
           MOVE WS-DETECTOR                TO W960-PROGRAMA
           MOVE AC-NUM-REF(WS-I)           TO W960-NUM-REF
           MOVE SPACES                     TO W960-DETALLE
           STRING 'ESCENARIO '
                  TB-COD-ESC(WS-E)
                  ' '
                  WS-TIPO-BARRIDO
                  ' '
                  WS-CLAVE-ACTUAL
                  ' '
                  TB-DES-ESC(WS-E)
                  DELIMITED BY SIZE
                  INTO W960-DETALLE
           END-STRING
           CALL CT-V19C060 USING V1WC960
      *
           IF  W960-88-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-HALLAZGOS
      *
           .
      ******************************************************************
      * LIMPIAR-GRUPO
      ******************************************************************
       LIMPIAR-GRUPO.
      *
           MOVE ZEROES                     TO AC-CANT-OPE
           MOVE ZEROES                     TO AC-CANT-GUARDADOS
           MOVE ZEROES                     TO AC-MONTO-USD
      *
           .
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C47B - ESCENARIOS EJECUTADOS:  '
                   CN-ESCENARIOS
           DISPLAY 'V13C47B - OPERACIONES EVALUADAS:  '
                   CN-OPERACIONES
           DISPLAY 'V13C47B - GRUPOS QUE DISPARAN:    '
                   CN-GRUPOS
           DISPLAY 'V13C47B - HALLAZGOS ENVIADOS:     '
                   CN-HALLAZGOS
      *
           PERFORM 6100-MOSTRAR-ESCENARIO
             VARYING WS-E FROM 1 BY 1
             UNTIL WS-E GREATER THAN TB-CANT-ESC
      *
           IF  CN-GRUPOS GREATER THAN ZEROES
               MOVE CN-GRUPOS              TO WS-CANT-ED
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               STRING 'ESCENARIOS DE DETECCION: '
                      WS-CANT-ED
                      ' GRUPOS CON CASO'
                      DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-OPERACIONES             TO W924-CANT-LEIDOS
           MOVE CN-HALLAZGOS               TO W924-CANT-GRABADOS
           MOVE ZEROES                     TO W924-CANT-ACTUALIZADOS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
      *
           .
       6000-FIN-EXIT.
           EXIT.
      ******************************************************************
      * 6100-MOSTRAR-ESCENARIO
      ******************************************************************
       6100-MOSTRAR-ESCENARIO.
      *
           DISPLAY 'V13C47B - ESCENARIO ' TB-COD-ESC(WS-E)
                   ' GRUPOS: ' TB-GRUPOS-ESC(WS-E)
      *
           .
      ******************************************************************
      *                       9999-ABEND-DB2                           *
      *  SE TERMINA EL PROCESO CUANDO SE PRODUCE UN ERROR DB2          *
      ******************************************************************
       9999-ABEND-DB2.
      *
           DISPLAY 'V13C47B - ERROR DB2 SQLCODE: ' SQLCODE
      *
           EXEC SQL
               ROLLBACK
           END-EXEC
      *
           MOVE 16                         TO RETURN-CODE
      *
           STOP RUN
           .
       9999-ABEND-DB2-EXIT.
           EXIT.

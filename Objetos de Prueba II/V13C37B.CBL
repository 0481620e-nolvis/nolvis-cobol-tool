      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C37B                                             *
      *                                                                *
      *  FECHA CREACION: 14/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: BPC                                               *
      *                                                                *
      ******************************************************************
      * DOCUMENTACION.                                                 *
      * ------------------                                             *
      * ARCHIVO DE ENTRADA: PARMFWD (FECHA A PROCESAR)                 *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALFWD (PATAS VENCIDAS CONVERTIDAS EN       *
      *  OPERACION Y VALORACION A MERCADO DE LAS PATAS ABIERTAS)       *
      * ------------------                                             *
      * PROCESO GLOBAL: VENCIMIENTO Y VALORACION DIARIA DE LA CARTERA *
      *  DE CONTRATOS A PLAZO Y SWAPS (V1DT098).                       *
      *  1. CADA PATA ABIERTA QUE VENCE EN LA FECHA (O ANTES, SI UNA   *
      *     CORRIDA SE PERDIO) SE CONVIERTE EN OPERACION DE V1DT001    *
      *     CON LA TASA PACTADA: EL NUMERO DE REFERENCIA SE ACUNA EN   *
      *     EL CONTADOR 'FORWARD' DE V1DT056, LA FECHA DE OPERACION Y  *
      *     VALOR ES LA DE PROCESO, LA TASA CRUZADA EN DOLARES SE      *
      *     DERIVA DE LA TASA OFICIAL DEL DOLAR (V1DT015) Y EL         *
      *     INDICADOR DE SEGURIDAD QUEDA EN BLANCO PARA EL             *
      *     CLASIFICADOR.  LA PATA PASA A 'L' CON SU NUM_REF.  DESDE   *
      *     AHI LA OPERACION LA TOMAN LA POSICION (V12C52B, V13C32B),  *
      *     LA REVALUACION (V12C83B) Y, UNA VEZ FIRMADA, LA            *
      *     LIQUIDACION (V12C53B), POR LO QUE ESTE PROCESO CORRE       *
      *     ANTES QUE ELLOS EN LA CADENA DEL DIA.                      *
      *  2. LAS PATAS QUE SIGUEN ABIERTAS SE VALORAN A MERCADO CONTRA  *
      *     LA TASA OFICIAL DEL DIA DE SU DIVISA Y SE GUARDAN EN       *
      *     V1DT099 (BORRADO Y RECARGA DE LA FECHA PARA PODER          *
      *     RELANZAR).  SIN TASA OFICIAL LA PATA SE REPORTA Y SE DEJA  *
      *     EVENTO DE ALERTA EN V1DT025                                *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C37B.
       AUTHOR.       FACTORIA.
       DATE-WRITTEN. 14/10/2026
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMFWD
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALFWD
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
       01  REG-REPORTE.
           05  REP-CONTRATO                PIC 9(09).
           05  FILLER                      PIC X(01).
           05  REP-PATA                    PIC 9(01).
           05  FILLER                      PIC X(01).
           05  REP-DIVISA                  PIC X(03).
           05  FILLER                      PIC X(01).
           05  REP-IMPORTE                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(01).
           05  REP-TAS-PACTADA             PIC Z.ZZZ.ZZ9,9999.
           05  FILLER                      PIC X(01).
           05  REP-TAS-OFICIAL             PIC Z.ZZZ.ZZ9,9999.
           05  FILLER                      PIC X(01).
           05  REP-VALOR                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(01).
           05  REP-NUM-REF                 PIC 9(10).
           05  FILLER                      PIC X(01).
           05  REP-TEXTO                   PIC X(22).
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
           05  WS-TAS-DIVISA               PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-TAS-USD                  PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
      * AD02-I : BLOQUEO JUDICIAL (V1DT121)
           05  WS-ALC-VENTA                PIC X(01)   VALUE SPACE.
           05  WS-ALC-TRANSF               PIC X(01)   VALUE SPACE.
      * AD02-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-TASA-USD                 PIC X(01)   VALUE 'N'.
               88  CON-TASA-USD                        VALUE 'S'.
               88  SIN-TASA-USD                        VALUE 'N'.
           05  SW-TASA-DIVISA              PIC X(01)   VALUE 'N'.
               88  CON-TASA-DIVISA                     VALUE 'S'.
               88  SIN-TASA-DIVISA                     VALUE 'N'.
      * AD02-I : BLOQUEO JUDICIAL (V1DT121)
           05  SW-BLOQUEO                  PIC X(01)   VALUE 'N'.
               88  CON-BLOQUEO                         VALUE 'S'.
               88  SIN-BLOQUEO                         VALUE 'N'.
      * AD02-F
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C37B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-CONTADOR-FORWARD         PIC X(08)   VALUE 'FORWARD'.
           05  CT-EST-ABIERTO              PIC X(01)   VALUE 'A'.
           05  CT-EST-LIQUIDADO            PIC X(01)   VALUE 'L'.
           05  CT-IDF-COMPRA               PIC X(01)   VALUE 'C'.
           05  CT-TXT-VENCIDA              PIC X(22)
                               VALUE 'VENCIDA - OPERACION   '.
           05  CT-TXT-VENCIDA-ATRASO       PIC X(22)
                               VALUE 'VENCIDA CON ATRASO    '.
           05  CT-TXT-SIN-TASA-USD         PIC X(22)
                               VALUE 'NO VENCE: SIN TASA USD'.
           05  CT-TXT-VALORADA             PIC X(22)
                               VALUE 'VALORADA A MERCADO    '.
           05  CT-TXT-SIN-TASA             PIC X(22)
                               VALUE 'SIN TASA OFICIAL      '.
      * AD02-I : BLOQUEO JUDICIAL (V1DT121)
           05  CT-TXT-BLOQUEO              PIC X(22)
                               VALUE 'NO VENCE: BLOQ JUDIC. '.
           05  CT-ALC-TODAS                PIC X(01)   VALUE 'A'.
           05  CT-ALC-VENTAS               PIC X(01)   VALUE 'V'.
           05  CT-ALC-TRANSF               PIC X(01)   VALUE 'T'.
           05  CT-IDF-VENTA                PIC X(01)   VALUE 'V'.
           05  CT-PAGO-TRANSF              PIC X(01)   VALUE 'T'.
           05  CT-ORDEN-VIGENTE            PIC X(01)   VALUE 'V'.
      * AD02-F
      * AD03-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           05  CT-V19C069                  PIC X(08)   VALUE 'V19C069'.
      * AD03-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-VENCIDAS                 PIC 9(07)   VALUE ZEROES.
           05  CN-GENERADAS                PIC 9(07)   VALUE ZEROES.
           05  CN-VALORADAS                PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-TASA                 PIC 9(07)   VALUE ZEROES.
      * AD02-I : BLOQUEO JUDICIAL (V1DT121)
           05  CN-BLOQUEADAS               PIC 9(07)   VALUE ZEROES.
      * AD02-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      * AD03-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      *  COPY DE LA RUTINA V19C069 (EVENTOS DEL CICLO DE VIDA)
           COPY V1WC969.
      * AD03-F
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT056
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT098
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT099
           END-EXEC
      * AD02-I : BLOQUEO JUDICIAL (V1DT121)
      *
           EXEC SQL
               INCLUDE V1GT121
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT122
           END-EXEC
      * AD02-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    PATAS ABIERTAS QUE VENCEN EN LA FECHA O ANTES
      *
           EXEC SQL
               DECLARE V13C37B-V1DC3711
               CURSOR FOR
               SELECT NUM_CONTRATO,
                      NUM_PATA,
                      NUM_DOC_PERSONA,
                      COD_OFICINA,
                      COD_DIV,
                      COD_CPT_CMP_VTA,
                      IDF_CMP_VTA,
                      IMP_CONTRATO,
                      TAS_PACTADA,
                      FEC_VENCIMIENTO,
                      IDF_RIF_BENEF,
                      NOM_BENEF,
                      COD_PAIS_CORR,
                      COD_PAIS_DEST,
                      CTA_PASIVO_CL,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD01-F
                      TIP_PAGO
               FROM V1DT098
               WHERE EST_CONTRATO     = :CT-EST-ABIERTO
                 AND FEC_VENCIMIENTO <= :PAR-FECHA
               ORDER BY NUM_CONTRATO,
                        NUM_PATA
           END-EXEC
      *
      *    PATAS QUE SIGUEN ABIERTAS DESPUES DE LOS VENCIMIENTOS
      *
           EXEC SQL
               DECLARE V13C37B-V1DC3712
               CURSOR FOR
               SELECT NUM_CONTRATO,
                      NUM_PATA,
                      COD_DIV,
                      IDF_CMP_VTA,
                      IMP_CONTRATO,
                      TAS_PACTADA
               FROM V1DT098
               WHERE EST_CONTRATO     = :CT-EST-ABIERTO
                 AND FEC_VENCIMIENTO  > :PAR-FECHA
               ORDER BY NUM_CONTRATO,
                        NUM_PATA
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
           PERFORM 2000-VENCIMIENTOS
              THRU 2000-VENCIMIENTOS-EXIT
      *
           PERFORM 4000-VALORACION
              THRU 4000-VALORACION-EXIT
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
                   DISPLAY 'V13C37B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           MOVE ZEROES                     TO CN-VENCIDAS
                                              CN-GENERADAS
                                              CN-VALORADAS
                                              CN-SIN-TASA
      * AD02-I : BLOQUEO JUDICIAL (V1DT121)
                                              CN-BLOQUEADAS
      * AD02-F
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
      *    TASA OFICIAL DEL DOLAR DE LA FECHA, PARA LA TASA CRUZADA
      *    DE LAS OPERACIONES QUE SE GENERAN
      *
           SET SIN-TASA-USD                TO TRUE
           MOVE ZEROES                     TO WS-TAS-USD
      *
           EXEC SQL
               SELECT TAS_OFICIAL
               INTO  :WS-TAS-USD
               FROM V1DT015
               WHERE FEC_TASA = :PAR-FECHA
                 AND COD_DIV  = :CT-DIV-DOLAR
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  WS-TAS-USD GREATER THAN ZEROES
                       SET CON-TASA-USD    TO TRUE
                   END-IF

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                    2000-VENCIMIENTOS                           *
      ******************************************************************
       2000-VENCIMIENTOS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C37B-V1DC3711
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-VENCIMIENTO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C37B-V1DC3711
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-VENCIMIENTOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-VENCIMIENTO
      ******************************************************************
       LEER-VENCIMIENTO.
      *
           EXEC SQL
               FETCH V13C37B-V1DC3711
               INTO :NUM-CONTRATO,
                    :NUM-PATA,
                    :NUM-DOC-CONTRATO,
                    :COD-OFI-CONTRATO,
                    :COD-DIV-CONTRATO,
                    :COD-CPT-CONTRATO,
                    :IDF-CMP-VTA-CON,
                    :IMP-CONTRATO,
                    :TAS-PACTADA,
                    :FEC-VENCIMIENTO,
                    :IDF-RIF-BENEF-CON,
                    :NOM-BENEF-CON,
                    :COD-PAIS-CORR-CON,
                    :COD-PAIS-DEST-CON,
                    :CTA-PASIVO-CON,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :COD-ENT-CONTRATO,
      * AD01-F
                    :TIP-PAGO-CON
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3000-VENCER-PATA
                      THRU 3000-VENCER-PATA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                     3000-VENCER-PATA                           *
      *  SIN TASA OFICIAL DEL DOLAR LA PATA NO SE CONVIERTE: QUEDA     *
      *  ABIERTA Y LA TOMA LA CORRIDA SIGUIENTE                        *
      ******************************************************************
       3000-VENCER-PATA.
      *
           ADD 1                           TO CN-VENCIDAS
      *
           MOVE NUM-CONTRATO               TO REP-CONTRATO
           MOVE NUM-PATA                   TO REP-PATA
           MOVE COD-DIV-CONTRATO           TO REP-DIVISA
           MOVE IMP-CONTRATO               TO REP-IMPORTE
           MOVE TAS-PACTADA                TO REP-TAS-PACTADA
           MOVE WS-TAS-USD                 TO REP-TAS-OFICIAL
           MOVE ZEROES                     TO REP-VALOR
                                              REP-NUM-REF
      *
           IF  SIN-TASA-USD
               MOVE CT-TXT-SIN-TASA-USD    TO REP-TEXTO
               WRITE REG-REPORTE
               PERFORM 5200-ALERTAR
                  THRU 5200-ALERTAR-EXIT
               GO TO 3000-VENCER-PATA-EXIT
           END-IF
      * AD02-I : BLOQUEO JUDICIAL (V1DT121)
      *    CLIENTE CON ORDEN JUDICIAL VIGENTE QUE ALCANZA LA PATA: NO
      *    SE CONVIERTE, QUEDA ABIERTA Y EL INTENTO QUEDA PARA EL
      *    TRIBUNAL
      *
           PERFORM 3050-VALIDAR-BLOQUEO
              THRU 3050-VALIDAR-BLOQUEO-EXIT
      *
           IF  CON-BLOQUEO
               ADD 1                       TO CN-BLOQUEADAS
               MOVE CT-TXT-BLOQUEO         TO REP-TEXTO
               WRITE REG-REPORTE
               GO TO 3000-VENCER-PATA-EXIT
           END-IF
      * AD02-F
      *
           PERFORM 3100-ACUNAR-REFERENCIA
              THRU 3100-ACUNAR-REFERENCIA-EXIT
      *
           PERFORM 3200-INSERTAR-OPERACION
              THRU 3200-INSERTAR-OPERACION-EXIT
      *
           MOVE CT-EST-LIQUIDADO           TO EST-CONTRATO
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-LIQUIDA
      *
           EXEC SQL
               UPDATE V1DT098
                  SET EST_CONTRATO = :EST-CONTRATO,
                      NUM_REF      = :NUM-REF-LIQUIDA
                WHERE NUM_CONTRATO = :NUM-CONTRATO
                  AND NUM_PATA     = :NUM-PATA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-GENERADAS
      *
           IF  FEC-VENCIMIENTO LESS THAN PAR-FECHA
               MOVE CT-TXT-VENCIDA-ATRASO  TO REP-TEXTO
           ELSE
               MOVE CT-TXT-VENCIDA         TO REP-TEXTO
           END-IF
           MOVE NUM-REF-LIQUIDA            TO REP-NUM-REF
           WRITE REG-REPORTE
      *
           .
       3000-VENCER-PATA-EXIT.
           EXIT.
      * AD02-I : BLOQUEO JUDICIAL (V1DT121)
      ******************************************************************
      *                  3050-VALIDAR-BLOQUEO                          *
      *  ORDEN VIGENTE EN V1DT121 A LA FECHA DE PROCESO DE ALCANCE A   *
      *  (TODAS), V (LA PATA ES UNA VENTA) O T (SE PAGA POR            *
      *  TRANSFERENCIA).  EL INTENTO SE ANOTA EN V1DT122 SIN NUMERO DE *
      *  REFERENCIA, QUE NO LLEGA A ACUNARSE                           *
      ******************************************************************
       3050-VALIDAR-BLOQUEO.
      *
           SET SIN-BLOQUEO                 TO TRUE
           MOVE NUM-DOC-CONTRATO           TO NUM-DOC-BLOQUEO
           MOVE SPACES                     TO WS-ALC-VENTA
                                              WS-ALC-TRANSF
      *
           IF  IDF-CMP-VTA-CON EQUAL CT-IDF-VENTA
               MOVE CT-ALC-VENTAS          TO WS-ALC-VENTA
           END-IF
      *
           IF  TIP-PAGO-CON EQUAL CT-PAGO-TRANSF
               MOVE CT-ALC-TRANSF          TO WS-ALC-TRANSF
           END-IF
      *
           EXEC SQL
               SELECT VALUE(MIN(NUM_ORDEN), 0)
               INTO  :NUM-ORDEN-JUD
               FROM V1DT121
               WHERE NUM_DOC_PERSONA = :NUM-DOC-BLOQUEO
                 AND EST_ORDEN       = :CT-ORDEN-VIGENTE
                 AND FEC_DESDE      <= :PAR-FECHA
                 AND (FEC_HASTA      = ' '
                  OR  FEC_HASTA     >= :PAR-FECHA)
                 AND COD_ALCANCE    IN (:CT-ALC-TODAS,
                                        :WS-ALC-VENTA,
                                        :WS-ALC-TRANSF)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  NUM-ORDEN-JUD EQUAL ZEROES
               GO TO 3050-VALIDAR-BLOQUEO-EXIT
           END-IF
      *
           SET CON-BLOQUEO                 TO TRUE
      *
           MOVE NUM-ORDEN-JUD              TO NUM-ORDEN-INT
           MOVE WS-FEC-HOY                 TO FEC-INTENTO-JUD
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-INTENTO-JUD
           MOVE CT-PROGRAMA                TO COD-PROGRAMA-INT
           MOVE NUM-DOC-CONTRATO           TO NUM-DOC-INTENTO
           MOVE SPACES                     TO COD-USUARIO-INT
           MOVE ZEROES                     TO NUM-REF-INTENTO
           MOVE IDF-CMP-VTA-CON            TO IDF-CMP-VTA-INT
           MOVE TIP-PAGO-CON               TO TIP-PAGO-INT
           MOVE COD-DIV-CONTRATO           TO COD-DIV-INT
           MOVE IMP-CONTRATO               TO IMP-INTENTO
      *
           EXEC SQL
               INSERT INTO V1DT122
                   (NUM_ORDEN,
                    FEC_INTENTO,
                    HOR_INTENTO,
                    COD_PROGRAMA,
                    NUM_DOC_PERSONA,
                    COD_USUARIO,
                    NUM_REF,
                    IDF_CMP_VTA,
                    TIP_PAGO,
                    COD_DIV_OPE,
                    IMP_OPE,
                    FEC_INFORMADO)
               VALUES
                   (:NUM-ORDEN-INT,
                    :FEC-INTENTO-JUD,
                    :HOR-INTENTO-JUD,
                    :COD-PROGRAMA-INT,
                    :NUM-DOC-INTENTO,
                    :COD-USUARIO-INT,
                    :NUM-REF-INTENTO,
                    :IDF-CMP-VTA-INT,
                    :TIP-PAGO-INT,
                    :COD-DIV-INT,
                    :IMP-INTENTO,
                    ' ')
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3050-VALIDAR-BLOQUEO-EXIT.
           EXIT.
      * AD02-F
      ******************************************************************
      *                  3100-ACUNAR-REFERENCIA                        *
      *  NUMERACION DEFENDIBLE: LA FILA DEL CONTADOR SE ACTUALIZA Y    *
      *  SE LEE EN LA MISMA UNIDAD DE TRABAJO (V1DT056)                *
      ******************************************************************
       3100-ACUNAR-REFERENCIA.
      *
           MOVE CT-CONTADOR-FORWARD        TO COD-CONTADOR
      *
           EXEC SQL
               UPDATE V1DT056
                  SET NUM_ACTUAL   = NUM_ACTUAL + 1
                WHERE COD_CONTADOR = :COD-CONTADOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NUM_ACTUAL
               INTO  :NUM-ACTUAL
               FROM V1DT056
               WHERE COD_CONTADOR = :COD-CONTADOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NUM-ACTUAL                 TO NUM-REF OF DCLV1DT001
      *
           .
       3100-ACUNAR-REFERENCIA-EXIT.
           EXIT.
      ******************************************************************
      *                  3200-INSERTAR-OPERACION                       *
      *  LA PATA ENTRA A V1DT001 COMO CUALQUIER OPERACION DE CLIENTE,  *
      *  A LA TASA PACTADA EN EL CONTRATO                              *
      ******************************************************************
       3200-INSERTAR-OPERACION.
      *
           MOVE PAR-FECHA                  TO FEC-OPE
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-OPE
           MOVE PAR-FECHA                  TO FEC-VALOR
           MOVE COD-OFI-CONTRATO           TO COD-OPE-BANCO
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      *    LA OPERACION QUEDA EN LA ENTIDAD QUE CAPTO EL CONTRATO
           MOVE COD-ENT-CONTRATO           TO COD-ENT-BANCO
      * AD01-F
           MOVE COD-DIV-CONTRATO           TO COD-DIV-OPE
           MOVE '1'                        TO TIP-OPE
           MOVE '1'                        TO IND-TIP-OPE
           MOVE '1'                        TO CLA-USO-OPE
           MOVE COD-CPT-CONTRATO
                                TO COD-CPT-CMP-VTA OF DCLV1DT001
           MOVE IDF-CMP-VTA-CON            TO IDF-CMP-VTA
           MOVE NUM-DOC-CONTRATO           TO NUM-DOC-PERSONA
           MOVE IDF-RIF-BENEF-CON          TO IDF-RIF-BENEF
           MOVE NOM-BENEF-CON              TO NOM-BENEF
           MOVE SPACES                     TO NOM-RAZON
           MOVE COD-PAIS-CORR-CON          TO COD-PAIS-CORR
           MOVE COD-PAIS-DEST-CON          TO COD-PAIS-DEST
           MOVE CTA-PASIVO-CON             TO CTA-PASIVO-CL
           MOVE IMP-CONTRATO               TO IMP-OPE
           MOVE TAS-PACTADA                TO TAS-CAMBIO
                                              TAS-BOLIVAR
           IF  COD-DIV-CONTRATO EQUAL CT-DIV-DOLAR
               MOVE 1                      TO TAS-DOLAR
           ELSE
               COMPUTE TAS-DOLAR ROUNDED =
                       TAS-PACTADA / WS-TAS-USD
           END-IF
           MOVE TIP-PAGO-CON               TO TIP-PAGO
           MOVE SPACE                      TO IDF-SEGURID
           MOVE 'C'                        TO CLA-CONTRAPARTE
           MOVE SPACES                     TO NUM-DOC-APODERADO
      *
           EXEC SQL
               INSERT INTO V1DT001
                   (NUM_REF,
                    FEC_OPE,
                    HOR_OPE,
                    FEC_VALOR,
                    COD_OPE_BANCO,
                    COD_ENT_BANCO,
                    COD_DIV_OPE,
                    TIP_OPE,
                    IND_TIP_OPE,
                    CLA_USO_OPE,
                    COD_CPT_CMP_VTA,
                    IDF_CMP_VTA,
                    NUM_DOC_PERSONA,
                    IDF_RIF_BENEF,
                    NOM_BENEF,
                    NOM_RAZON,
                    COD_PAIS_CORR,
                    COD_PAIS_DEST,
                    CTA_PASIVO_CL,
                    IMP_OPE,
                    TAS_CAMBIO,
                    TAS_BOLIVAR,
                    TAS_DOLAR,
                    TIP_PAGO,
                    IDF_SEGURID,
                    CLA_CONTRAPARTE,
                    NUM_DOC_APODERADO)
               VALUES
                   (:DCLV1DT001.NUM-REF,
                    :DCLV1DT001.FEC-OPE,
                    :DCLV1DT001.HOR-OPE,
                    :DCLV1DT001.FEC-VALOR,
                    :DCLV1DT001.COD-OPE-BANCO,
                    :DCLV1DT001.COD-ENT-BANCO,
                    :DCLV1DT001.COD-DIV-OPE,
                    :DCLV1DT001.TIP-OPE,
                    :DCLV1DT001.IND-TIP-OPE,
                    :DCLV1DT001.CLA-USO-OPE,
                    :DCLV1DT001.COD-CPT-CMP-VTA,
                    :DCLV1DT001.IDF-CMP-VTA,
                    :DCLV1DT001.NUM-DOC-PERSONA,
                    :DCLV1DT001.IDF-RIF-BENEF,
                    :DCLV1DT001.NOM-BENEF,
                    :DCLV1DT001.NOM-RAZON,
                    :DCLV1DT001.COD-PAIS-CORR,
                    :DCLV1DT001.COD-PAIS-DEST,
                    :DCLV1DT001.CTA-PASIVO-CL,
                    :DCLV1DT001.IMP-OPE,
                    :DCLV1DT001.TAS-CAMBIO,
                    :DCLV1DT001.TAS-BOLIVAR,
                    :DCLV1DT001.TAS-DOLAR,
                    :DCLV1DT001.TIP-PAGO,
                    :DCLV1DT001.IDF-SEGURID,
                    :DCLV1DT001.CLA-CONTRAPARTE,
                    :DCLV1DT001.NUM-DOC-APODERADO)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      * AD03-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      *
           PERFORM 3250-REGISTRAR-EVENTO
              THRU 3250-REGISTRAR-EVENTO-EXIT
      * AD03-F
      *
           .
       3200-INSERTAR-OPERACION-EXIT.
           EXIT.
      * AD03-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      ******************************************************************
      *                   3250-REGISTRAR-EVENTO                        *
      *  EL EVENTO DE ALTA SE COMPROMETE JUNTO CON LA OPERACION        *
      ******************************************************************
       3250-REGISTRAR-EVENTO.
      *
           INITIALIZE V1WC969
           SET W969-88-ALTA                TO TRUE
           MOVE NUM-REF OF DCLV1DT001      TO W969-NUM-REF
           MOVE CT-PROGRAMA                TO W969-PROGRAMA
           MOVE SPACES                     TO W969-USUARIO
           MOVE COD-DIV-OPE OF DCLV1DT001  TO W969-COD-DIV
           MOVE IMP-OPE OF DCLV1DT001      TO W969-IMP-OPE
           MOVE IDF-CMP-VTA OF DCLV1DT001  TO W969-IDF-CMP-VTA
           MOVE COD-CPT-CMP-VTA OF DCLV1DT001
                                           TO W969-DETALLE
           CALL CT-V19C069 USING V1WC969
      *
           IF  W969-88-ERROR-DB2
               MOVE W969-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3250-REGISTRAR-EVENTO-EXIT.
           EXIT.
      * AD03-F
      ******************************************************************
      *                     4000-VALORACION                            *
      *  BORRADO Y RECARGA DE LA VALORACION DE LA FECHA                *
      ******************************************************************
       4000-VALORACION.
      *
           MOVE PAR-FECHA                  TO FEC-VALORACION
      *
           EXEC SQL
               DELETE FROM V1DT099
               WHERE FEC_VALORACION = :FEC-VALORACION
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           AND SQLCODE NOT EQUAL +100
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C37B-V1DC3712
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-PATA-ABIERTA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C37B-V1DC3712
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       4000-VALORACION-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PATA-ABIERTA
      ******************************************************************
       LEER-PATA-ABIERTA.
      *
           EXEC SQL
               FETCH V13C37B-V1DC3712
               INTO :NUM-CONTRATO,
                    :NUM-PATA,
                    :COD-DIV-CONTRATO,
                    :IDF-CMP-VTA-CON,
                    :IMP-CONTRATO,
                    :TAS-PACTADA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-VALORAR-PATA
                      THRU 5000-VALORAR-PATA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                    5000-VALORAR-PATA                           *
      *  VALOR A MERCADO EN BOLIVARES: (OFICIAL - PACTADA) X MONTO SI  *
      *  EL BANCO COMPRA; EL SIGNO SE INVIERTE SI EL BANCO VENDE       *
      ******************************************************************
       5000-VALORAR-PATA.
      *
           MOVE NUM-CONTRATO               TO REP-CONTRATO
           MOVE NUM-PATA                   TO REP-PATA
           MOVE COD-DIV-CONTRATO           TO REP-DIVISA
           MOVE IMP-CONTRATO               TO REP-IMPORTE
           MOVE TAS-PACTADA                TO REP-TAS-PACTADA
           MOVE ZEROES                     TO REP-NUM-REF
      *
           PERFORM 5100-BUSCAR-TASA
              THRU 5100-BUSCAR-TASA-EXIT
      *
           IF  SIN-TASA-DIVISA
               ADD 1                       TO CN-SIN-TASA
               MOVE ZEROES                 TO REP-TAS-OFICIAL
                                              REP-VALOR
               MOVE CT-TXT-SIN-TASA        TO REP-TEXTO
               WRITE REG-REPORTE
               PERFORM 5200-ALERTAR
                  THRU 5200-ALERTAR-EXIT
               GO TO 5000-VALORAR-PATA-EXIT
           END-IF
      *
           MOVE NUM-CONTRATO               TO NUM-CONTRATO-MTM
           MOVE NUM-PATA                   TO NUM-PATA-MTM
           MOVE COD-DIV-CONTRATO           TO COD-DIV-MTM
           MOVE IMP-CONTRATO               TO IMP-CONTRATO-MTM
           MOVE TAS-PACTADA                TO TAS-PACTADA-MTM
           MOVE WS-TAS-DIVISA              TO TAS-OFICIAL-MTM
      *
           IF  IDF-CMP-VTA-CON EQUAL CT-IDF-COMPRA
               COMPUTE IMP-VALOR-MERCADO ROUNDED =
                       (WS-TAS-DIVISA - TAS-PACTADA) * IMP-CONTRATO
           ELSE
               COMPUTE IMP-VALOR-MERCADO ROUNDED =
                       (TAS-PACTADA - WS-TAS-DIVISA) * IMP-CONTRATO
           END-IF
      *
           EXEC SQL
               INSERT INTO V1DT099
                   (FEC_VALORACION,
                    NUM_CONTRATO,
                    NUM_PATA,
                    COD_DIV,
                    IMP_CONTRATO,
                    TAS_PACTADA,
                    TAS_OFICIAL,
                    IMP_VALOR_MERCADO)
               VALUES
                   (:FEC-VALORACION,
                    :NUM-CONTRATO-MTM,
                    :NUM-PATA-MTM,
                    :COD-DIV-MTM,
                    :IMP-CONTRATO-MTM,
                    :TAS-PACTADA-MTM,
                    :TAS-OFICIAL-MTM,
                    :IMP-VALOR-MERCADO)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-VALORADAS
      *
           MOVE WS-TAS-DIVISA              TO REP-TAS-OFICIAL
           MOVE IMP-VALOR-MERCADO          TO REP-VALOR
           MOVE CT-TXT-VALORADA            TO REP-TEXTO
           WRITE REG-REPORTE
      *
           .
       5000-VALORAR-PATA-EXIT.
           EXIT.
      ******************************************************************
      * 5100-BUSCAR-TASA
      ******************************************************************
       5100-BUSCAR-TASA.
      *
           SET SIN-TASA-DIVISA             TO TRUE
           MOVE ZEROES                     TO WS-TAS-DIVISA
      *
           EXEC SQL
               SELECT TAS_OFICIAL
               INTO  :WS-TAS-DIVISA
               FROM V1DT015
               WHERE FEC_TASA = :PAR-FECHA
                 AND COD_DIV  = :COD-DIV-CONTRATO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET CON-TASA-DIVISA     TO TRUE

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       5100-BUSCAR-TASA-EXIT.
           EXIT.
      ******************************************************************
      * 5200-ALERTAR
      ******************************************************************
       5200-ALERTAR.
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'A'                        TO W925-SEVERIDAD
           STRING 'CONTRATO '              DELIMITED BY SIZE
                  REP-CONTRATO             DELIMITED BY SIZE
                  ' PATA '                 DELIMITED BY SIZE
                  REP-PATA                 DELIMITED BY SIZE
                  ' DIVISA '               DELIMITED BY SIZE
                  COD-DIV-CONTRATO         DELIMITED BY SIZE
                  ': '                     DELIMITED BY SIZE
                  REP-TEXTO                DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       5200-ALERTAR-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C37B - PATAS VENCIDAS:         '
                   CN-VENCIDAS
           DISPLAY 'V13C37B - OPERACIONES GENERADAS:  '
                   CN-GENERADAS
           DISPLAY 'V13C37B - PATAS VALORADAS:        '
                   CN-VALORADAS
           DISPLAY 'V13C37B - PATAS SIN TASA OFICIAL: '
                   CN-SIN-TASA
      * AD02-I : BLOQUEO JUDICIAL (V1DT121)
           DISPLAY 'V13C37B - POR BLOQUEO JUDICIAL:   '
                   CN-BLOQUEADAS
      * AD02-F
      *
           IF  CN-GENERADAS LESS THAN CN-VENCIDAS
            OR CN-SIN-TASA GREATER THAN ZEROES
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-VENCIDAS                TO W924-CANT-LEIDOS
           MOVE CN-GENERADAS               TO W924-CANT-GRABADOS
           MOVE CN-VALORADAS               TO W924-CANT-ACTUALIZADOS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
      *
           .
       6000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *                       9999-ABEND-DB2                           *
      *  SE TERMINA EL PROCESO CUANDO SE PRODUCE UN ERROR DB2          *
      ******************************************************************
       9999-ABEND-DB2.
      *
           DISPLAY 'V13C37B - ERROR DB2 SQLCODE: ' SQLCODE
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

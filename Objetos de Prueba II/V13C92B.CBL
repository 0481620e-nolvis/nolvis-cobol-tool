      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C92B                                             *
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
      * ARCHIVO DE ENTRADA: PARMREM (LIMITE MENSUAL POR BENEFICIARIO   *
      *  EN DOLARES)                                                   *
      *                     ENTREM (ORDENES DE PAGO DEL DIA DE UNA     *
      *  EMPRESA DE REMESAS, PRECEDIDAS DE SU CABECERA DE CONTROL)     *
      * ARCHIVO DE SALIDA:  SALREM (RESULTADO DE CADA ORDEN)           *
      * ------------------                                             *
      * PROCESO GLOBAL: CARGA DIARIA DE ORDENES DE PAGO DE REMESAS     *
      *  FAMILIARES EN V1DT179.  LA CABECERA IDENTIFICA A LA EMPRESA,  *
      *  QUE DEBE ESTAR ACTIVA EN V1DT178, Y SU SECUENCIA SE CONTROLA  *
      *  CON V19C076 BAJO EL FEED 'REM' + EMPRESA.  CADA ORDEN:        *
      *  - SIN NOMBRE, DOCUMENTO O PAIS DEL REMITENTE, O SIN NOMBRE O  *
      *    DOCUMENTO DEL BENEFICIARIO, SE RECHAZA: EL PAGO EXIGE LA    *
      *    INFORMACION COMPLETA DEL ORDENANTE                          *
      *  - SIN TASA OFICIAL DEL DIA PARA SU DIVISA SE RECHAZA          *
      *  - SI CON ELLA EL BENEFICIARIO SUPERA EN EL MES DE LA ORDEN    *
      *    EL LIMITE EN DOLARES (ORDENES NO RECHAZADAS DE TODAS LAS    *
      *    EMPRESAS) SE RECHAZA                                        *
      *  - BENEFICIARIO Y REMITENTE SE FILTRAN CON V19C061 (LISTA DE   *
      *    VIGILANCIA Y EMBARGO DEL PAIS DE ORIGEN); UN ACIERTO DEJA   *
      *    LA ORDEN RETENIDA HASTA QUE CUMPLIMIENTO LA LIBERE          *
      *  - EL RESTO QUEDA DISPONIBLE PARA PAGO EN V13C93M              *
      *  UNA ORDEN YA CARGADA NO SE VUELVE A GRABAR.  SI EL CONTEO NO  *
      *  CUADRA CON LA CABECERA SE DESHACE TODA LA CARGA               *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C92B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMREM
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-ORDENES         ASSIGN TO ENTREM
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALREM
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
           05  PAR-LIM-MES-USD             PIC X(15).
           05  PAR-LIM-MES-USD-R REDEFINES PAR-LIM-MES-USD
                                           PIC 9(13)V9(02).
           05  FILLER                      PIC X(65).
      *
       FD  ARCH-ORDENES
           RECORDING MODE IS F.
      *
       01  REG-ORDEN.
           05  ORD-NUM-ORDEN               PIC X(15).
           05  ORD-FEC-ORDEN               PIC X(08).
           05  ORD-NOM-REMITENTE           PIC X(40).
           05  ORD-DOC-REMITENTE           PIC X(15).
           05  ORD-PAIS-ORIGEN             PIC X(03).
           05  ORD-NOM-BENEF               PIC X(40).
           05  ORD-DOC-BENEF               PIC X(15).
           05  ORD-COD-DIV                 PIC X(03).
           05  ORD-IMP                     PIC X(15).
           05  ORD-IMP-R REDEFINES ORD-IMP
                                           PIC 9(13)V9(02).
           05  FILLER                      PIC X(46).
      *
       01  REG-CABECERA-REM.
           05  REM-HDR-MARCA               PIC X(03).
           05  REM-HDR-SECUENCIA           PIC X(09).
           05  REM-HDR-SECUENCIA-R REDEFINES REM-HDR-SECUENCIA
                                           PIC 9(09).
           05  REM-HDR-FEC-GENERA          PIC X(08).
           05  REM-HDR-CANT                PIC X(07).
           05  REM-HDR-CANT-R REDEFINES REM-HDR-CANT
                                           PIC 9(07).
           05  REM-HDR-EMPRESA             PIC X(04).
           05  FILLER                      PIC X(169).
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
      *
       01  REG-REPORTE.
           05  REP-TIPO                    PIC X(12).
           05  FILLER                      PIC X(02).
           05  REP-NUM-ORDEN               PIC X(15).
           05  FILLER                      PIC X(02).
           05  REP-DOC-BENEF               PIC X(15).
           05  FILLER                      PIC X(02).
           05  REP-COD-DIV                 PIC X(03).
           05  FILLER                      PIC X(02).
           05  REP-IMP                     PIC 9(13)V9(02).
           05  FILLER                      PIC X(02).
           05  REP-MOTIVO                  PIC X(03).
           05  FILLER                      PIC X(59).
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
           05  WS-LIM-MES-USD              PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-TAS-DIVISA               PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-TAS-USD                  PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-ACUM-MES-USD             PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-MES-DESDE                PIC X(08)   VALUE SPACES.
           05  WS-MES-HASTA                PIC X(08)   VALUE SPACES.
           05  WS-COD-FEED                 PIC X(08)   VALUE SPACES.
           05  WS-SEC-ARCHIVO              PIC 9(09)   VALUE ZEROES.
           05  WS-CANT-CABECERA            PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-ARCHIVO              PIC X(01)   VALUE 'N'.
               88  FIN-ARCHIVO                         VALUE 'S'.
               88  NO-FIN-ARCHIVO                      VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C92B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-V19C061                  PIC X(08)   VALUE 'V19C061'.
           05  CT-V19C076                  PIC X(08)   VALUE 'V19C076'.
           05  CT-HDR-MARCA                PIC X(03)   VALUE 'HDR'.
           05  CT-FEED-REMESAS             PIC X(03)   VALUE 'REM'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-EST-DISPONIBLE           PIC X(01)   VALUE 'D'.
           05  CT-EST-RETENIDA             PIC X(01)   VALUE 'R'.
           05  CT-EST-RECHAZADA            PIC X(01)   VALUE 'X'.
           05  CT-MOT-REMITENTE            PIC X(03)   VALUE 'REM'.
           05  CT-MOT-BENEFICIARIO         PIC X(03)   VALUE 'BEN'.
           05  CT-MOT-IMPORTE              PIC X(03)   VALUE 'IMP'.
           05  CT-MOT-FECHA                PIC X(03)   VALUE 'FEC'.
           05  CT-MOT-DIVISA               PIC X(03)   VALUE 'DIV'.
           05  CT-MOT-LIMITE               PIC X(03)   VALUE 'LIM'.
           05  CT-PAIS-LOCAL               PIC X(03)   VALUE '000'.
           05  CT-TIPO-DISPONIBLE          PIC X(12)
               VALUE 'DISPONIBLE'.
           05  CT-TIPO-RETENIDA            PIC X(12)
               VALUE 'RETENIDA'.
           05  CT-TIPO-RECHAZADA           PIC X(12)
               VALUE 'RECHAZADA'.
           05  CT-TIPO-DUPLICADA           PIC X(12)
               VALUE 'DUPLICADA'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LEIDAS                   PIC 9(07)   VALUE ZEROES.
           05  CN-DISPONIBLES              PIC 9(07)   VALUE ZEROES.
           05  CN-RETENIDAS                PIC 9(07)   VALUE ZEROES.
           05  CN-RECHAZADAS               PIC 9(07)   VALUE ZEROES.
           05  CN-DUPLICADAS               PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      *  COPY DE LA RUTINA V19C061 (FILTRO DE LISTAS Y EMBARGOS)
           COPY V1WC961.
      *  COPY DE LA RUTINA V19C076 (CONTROL DE ARCHIVOS DE ALIMENTACION)
           COPY V1WC976.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT178
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT179
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
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
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
                       ARCH-ORDENES
           OPEN OUTPUT ARCH-REPORTE
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C92B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           IF  PAR-LIM-MES-USD NOT NUMERIC
            OR PAR-LIM-MES-USD-R EQUAL ZEROES
               DISPLAY 'V13C92B - LIMITE MENSUAL INVALIDO: '
                       PAR-LIM-MES-USD
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE PAR-LIM-MES-USD-R          TO WS-LIM-MES-USD
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE SPACES                     TO REG-REPORTE
      *
           MOVE ZEROES                     TO CN-LEIDAS
                                              CN-DISPONIBLES
                                              CN-RETENIDAS
                                              CN-RECHAZADAS
                                              CN-DUPLICADAS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           PERFORM 1200-VALIDAR-CABECERA
              THRU 1200-VALIDAR-CABECERA-EXIT
      *
      *    SIN TASA DEL DOLAR NO HAY COMO MEDIR EL LIMITE MENSUAL
           EXEC SQL
               SELECT TAS_OFICIAL
               INTO  :WS-TAS-USD
               FROM V1DT015
               WHERE FEC_TASA = :WS-FEC-HOY
                 AND COD_DIV  = :CT-DIV-DOLAR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
            OR WS-TAS-USD EQUAL ZEROES
               DISPLAY 'V13C92B - SIN TASA OFICIAL DEL DOLAR PARA '
                       WS-FEC-HOY
               MOVE 8                      TO RETURN-CODE
               STOP RUN
           END-IF
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                  1200-VALIDAR-CABECERA                         *
      *  EL PRIMER REGISTRO ES LA CABECERA DE CONTROL CON LA EMPRESA;  *
      *  UNA EMPRESA INEXISTENTE O INACTIVA, UNA SECUENCIA YA CARGADA  *
      *  O UN HUECO EN LA CADENA RECHAZAN EL ARCHIVO COMPLETO          *
      ******************************************************************
       1200-VALIDAR-CABECERA.
      *
           READ ARCH-ORDENES
               AT END
                   DISPLAY 'V13C92B - ARCHIVO DE ORDENES VACIO'
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           IF  REM-HDR-MARCA NOT EQUAL CT-HDR-MARCA
            OR REM-HDR-SECUENCIA NOT NUMERIC
            OR REM-HDR-CANT NOT NUMERIC
               DISPLAY 'V13C92B - ARCHIVO SIN CABECERA DE CONTROL'
               MOVE 8                      TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE REM-HDR-EMPRESA            TO COD-EMPRESA-REM
           MOVE REM-HDR-SECUENCIA-R        TO WS-SEC-ARCHIVO
           MOVE REM-HDR-CANT-R             TO WS-CANT-CABECERA
      *
           EXEC SQL
               SELECT NOM_EMPRESA,
                      IND_ACTIVA
               INTO  :NOM-EMPRESA-REM,
                     :IND-ACTIVA-REM
               FROM V1DT178
               WHERE COD_EMPRESA = :COD-EMPRESA-REM
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE SPACES             TO IND-ACTIVA-REM

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  IND-ACTIVA-REM NOT EQUAL CT-SI
               DISPLAY 'V13C92B - EMPRESA DE REMESAS NO AUTORIZADA: '
                       REM-HDR-EMPRESA
               MOVE 8                      TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE SPACES                     TO WS-COD-FEED
           STRING CT-FEED-REMESAS  DELIMITED BY SIZE
                  COD-EMPRESA-REM  DELIMITED BY SIZE
                                         INTO WS-COD-FEED
      *
           INITIALIZE V1WC976
           SET W976-88-VALIDAR             TO TRUE
           MOVE WS-COD-FEED                TO W976-COD-FEED
           MOVE REM-HDR-SECUENCIA-R        TO W976-NUM-SECUENCIA
           MOVE REM-HDR-FEC-GENERA         TO W976-FEC-GENERACION
           CALL CT-V19C076 USING V1WC976
      *
           IF  NOT W976-88-CONFORME
               DISPLAY 'V13C92B - ARCHIVO RECHAZADO POR CONTROL '
                       'DE SECUENCIA, RETORNO: ' W976-RETORNO
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'C'                    TO W925-SEVERIDAD
               MOVE 'ARCHIVO DE REMESAS RECHAZADO POR SECUENCIA'
                                           TO W925-TEXTO
               CALL CT-V19C025 USING V1WC925
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE 8                      TO RETURN-CODE
               STOP RUN
           END-IF
      *
           .
       1200-VALIDAR-CABECERA-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           SET NO-FIN-ARCHIVO              TO TRUE
      *
           PERFORM LEER-ORDEN
             UNTIL FIN-ARCHIVO
      *
      *    EL CONTEO DE LA CABECERA ES EL CONTROL DE INTEGRIDAD DEL
      *    ARCHIVO: SI NO CUADRA NO QUEDA NADA CARGADO
           IF  CN-LEIDAS NOT EQUAL WS-CANT-CABECERA
               DISPLAY 'V13C92B - CONTEO NO CUADRA CON LA CABECERA: '
                       CN-LEIDAS ' / ' WS-CANT-CABECERA
               EXEC SQL
                   ROLLBACK
               END-EXEC
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'C'                    TO W925-SEVERIDAD
               MOVE 'ARCHIVO DE REMESAS RECHAZADO POR CONTEO'
                                           TO W925-TEXTO
               CALL CT-V19C025 USING V1WC925
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE 8                      TO RETURN-CODE
               STOP RUN
           END-IF
      *
           SET W976-88-CONFIRMAR           TO TRUE
           MOVE CN-LEIDAS                  TO W976-CANT-REGISTROS
           CALL CT-V19C076 USING V1WC976
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-ORDEN
      ******************************************************************
       LEER-ORDEN.
      *
           READ ARCH-ORDENES
               AT END
                   SET FIN-ARCHIVO         TO TRUE
               NOT AT END
                   ADD 1                   TO CN-LEIDAS
                   PERFORM 5000-PROCESAR-ORDEN
                      THRU 5000-PROCESAR-ORDEN-EXIT
           END-READ
      *
           .
      ******************************************************************
      *                   5000-PROCESAR-ORDEN                          *
      ******************************************************************
       5000-PROCESAR-ORDEN.
      *
           MOVE COD-EMPRESA-REM            TO COD-EMPRESA-ORD
           MOVE ORD-NUM-ORDEN              TO NUM-ORDEN-REM
           MOVE ORD-FEC-ORDEN              TO FEC-ORDEN-REM
           MOVE WS-FEC-HOY                 TO FEC-CARGA-REM
           MOVE WS-SEC-ARCHIVO             TO NUM-SEC-ARCHIVO
           MOVE ORD-NOM-REMITENTE          TO NOM-REMITENTE
           MOVE ORD-DOC-REMITENTE          TO NUM-DOC-REMITENTE
           MOVE ORD-PAIS-ORIGEN            TO COD-PAIS-ORIGEN
           MOVE ORD-NOM-BENEF              TO NOM-BENEF-REM
           MOVE ORD-DOC-BENEF              TO NUM-DOC-BENEF-REM
           MOVE ORD-COD-DIV                TO COD-DIV-REM
           MOVE ZEROES                     TO IMP-REMESA
                                              IMP-REMESA-USD
                                              NUM-REF-REM
                                              TAS-PAGO-REM
                                              IMP-BOLIVARES-REM
                                              NUM-ENVIO-BCV
           MOVE SPACES                     TO COD-MOTIVO-REM
                                              COD-USUARIO-LIBERA
                                              FEC-LIBERA-REM
                                              TIP-PAGO-REM
                                              CTA-ABONO-REM
                                              COD-OFICINA-PAGO
                                              FEC-PAGO-REM
                                              HOR-PAGO-REM
                                              COD-USUARIO-PAGO
                                              FEC-REPORTE-BCV
           MOVE CT-EST-DISPONIBLE          TO EST-ORDEN-REM
      *
           IF  ORD-IMP IS NUMERIC
               MOVE ORD-IMP-R              TO IMP-REMESA
           END-IF
      *
           PERFORM 5100-VALIDAR-ORDEN
              THRU 5100-VALIDAR-ORDEN-EXIT
      *
           IF  EST-ORDEN-REM EQUAL CT-EST-DISPONIBLE
               PERFORM 5200-VALIDAR-LIMITE
                  THRU 5200-VALIDAR-LIMITE-EXIT
           END-IF
      *
           IF  EST-ORDEN-REM EQUAL CT-EST-DISPONIBLE
               PERFORM 5300-FILTRAR-LISTAS
                  THRU 5300-FILTRAR-LISTAS-EXIT
           END-IF
      *
           PERFORM 5500-GRABAR-ORDEN
              THRU 5500-GRABAR-ORDEN-EXIT
      *
           .
       5000-PROCESAR-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      *                   5100-VALIDAR-ORDEN                           *
      *  DATOS COMPLETOS DE REMITENTE Y BENEFICIARIO, IMPORTE, FECHA   *
      *  Y TASA OFICIAL DEL DIA PARA LA DIVISA                         *
      ******************************************************************
       5100-VALIDAR-ORDEN.
      *
           IF  ORD-NOM-REMITENTE EQUAL SPACES
            OR ORD-DOC-REMITENTE EQUAL SPACES
            OR ORD-PAIS-ORIGEN NOT NUMERIC
               MOVE CT-EST-RECHAZADA       TO EST-ORDEN-REM
               MOVE CT-MOT-REMITENTE       TO COD-MOTIVO-REM
               GO TO 5100-VALIDAR-ORDEN-EXIT
           END-IF
      *
           IF  ORD-NOM-BENEF EQUAL SPACES
            OR ORD-DOC-BENEF EQUAL SPACES
               MOVE CT-EST-RECHAZADA       TO EST-ORDEN-REM
               MOVE CT-MOT-BENEFICIARIO    TO COD-MOTIVO-REM
               GO TO 5100-VALIDAR-ORDEN-EXIT
           END-IF
      *
           IF  IMP-REMESA EQUAL ZEROES
               MOVE CT-EST-RECHAZADA       TO EST-ORDEN-REM
               MOVE CT-MOT-IMPORTE         TO COD-MOTIVO-REM
               GO TO 5100-VALIDAR-ORDEN-EXIT
           END-IF
      *
           IF  ORD-FEC-ORDEN NOT NUMERIC
            OR ORD-FEC-ORDEN GREATER WS-FEC-HOY
               MOVE CT-EST-RECHAZADA       TO EST-ORDEN-REM
               MOVE CT-MOT-FECHA           TO COD-MOTIVO-REM
               GO TO 5100-VALIDAR-ORDEN-EXIT
           END-IF
      *
           MOVE ZEROES                     TO WS-TAS-DIVISA
      *
           EXEC SQL
               SELECT TAS_OFICIAL
               INTO  :WS-TAS-DIVISA
               FROM V1DT015
               WHERE FEC_TASA = :WS-FEC-HOY
                 AND COD_DIV  = :COD-DIV-REM
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ZEROES             TO WS-TAS-DIVISA

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  WS-TAS-DIVISA EQUAL ZEROES
               MOVE CT-EST-RECHAZADA       TO EST-ORDEN-REM
               MOVE CT-MOT-DIVISA          TO COD-MOTIVO-REM
               GO TO 5100-VALIDAR-ORDEN-EXIT
           END-IF
      *
           COMPUTE IMP-REMESA-USD ROUNDED =
                   IMP-REMESA * WS-TAS-DIVISA / WS-TAS-USD
      *
           .
       5100-VALIDAR-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      *                   5200-VALIDAR-LIMITE                          *
      *  LO YA RECIBIDO POR EL BENEFICIARIO EN EL MES DE LA ORDEN, EN  *
      *  DOLARES, POR CUALQUIER EMPRESA, MAS ESTA ORDEN; LAS ORDENES   *
      *  RETENIDAS CUENTAN PORQUE PUEDEN LIBERARSE                     *
      ******************************************************************
       5200-VALIDAR-LIMITE.
      *
           MOVE SPACES                     TO WS-MES-DESDE
                                              WS-MES-HASTA
           STRING ORD-FEC-ORDEN(1:6) DELIMITED BY SIZE
                  '01'               DELIMITED BY SIZE
                                         INTO WS-MES-DESDE
           STRING ORD-FEC-ORDEN(1:6) DELIMITED BY SIZE
                  '31'               DELIMITED BY SIZE
                                         INTO WS-MES-HASTA
      *
           MOVE ZEROES                     TO WS-ACUM-MES-USD
      *
           EXEC SQL
               SELECT VALUE(SUM(IMP_REMESA_USD), 0)
               INTO  :WS-ACUM-MES-USD
               FROM V1DT179
               WHERE NUM_DOC_BENEF  = :NUM-DOC-BENEF-REM
                 AND FEC_ORDEN     >= :WS-MES-DESDE
                 AND FEC_ORDEN     <= :WS-MES-HASTA
                 AND EST_ORDEN     <> :CT-EST-RECHAZADA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD IMP-REMESA-USD              TO WS-ACUM-MES-USD
      *
           IF  WS-ACUM-MES-USD GREATER WS-LIM-MES-USD
               MOVE CT-EST-RECHAZADA       TO EST-ORDEN-REM
               MOVE CT-MOT-LIMITE          TO COD-MOTIVO-REM
           END-IF
      *
           .
       5200-VALIDAR-LIMITE-EXIT.
           EXIT.
      ******************************************************************
      *                   5300-FILTRAR-LISTAS                          *
      *  EL BENEFICIARIO COBRA AQUI (SIN PAIS QUE EMBARGAR); EL        *
      *  REMITENTE SE FILTRA CON EL PAIS DE ORIGEN DE LOS FONDOS.  SIN *
      *  OPERACION TODAVIA, LA REFERENCIA VA EN CERO                   *
      ******************************************************************
       5300-FILTRAR-LISTAS.
      *
           INITIALIZE V1WC961
           MOVE ZEROES                     TO W961-NUM-REF
           MOVE ORD-DOC-BENEF              TO W961-IDF-RIF
           MOVE ORD-NOM-BENEF              TO W961-NOM-BENEF
           MOVE CT-PAIS-LOCAL              TO W961-COD-PAIS
           MOVE WS-FEC-HOY                 TO W961-FEC-PROCESO
      *
           CALL CT-V19C061 USING V1WC961
      *
           IF  W961-88-ERROR
               DISPLAY 'V13C92B - ERROR EN V19C061 ORDEN '
                       ORD-NUM-ORDEN
               MOVE W961-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  NOT W961-88-LIBRE
               MOVE CT-EST-RETENIDA        TO EST-ORDEN-REM
               MOVE W961-RETORNO           TO COD-MOTIVO-REM
               GO TO 5300-FILTRAR-LISTAS-EXIT
           END-IF
      *
           INITIALIZE V1WC961
           MOVE ZEROES                     TO W961-NUM-REF
           MOVE ORD-DOC-REMITENTE          TO W961-IDF-RIF
           MOVE ORD-NOM-REMITENTE          TO W961-NOM-BENEF
           MOVE ORD-PAIS-ORIGEN            TO W961-COD-PAIS
           MOVE WS-FEC-HOY                 TO W961-FEC-PROCESO
      *
           CALL CT-V19C061 USING V1WC961
      *
           IF  W961-88-ERROR
               DISPLAY 'V13C92B - ERROR EN V19C061 ORDEN '
                       ORD-NUM-ORDEN
               MOVE W961-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  NOT W961-88-LIBRE
               MOVE CT-EST-RETENIDA        TO EST-ORDEN-REM
               MOVE W961-RETORNO           TO COD-MOTIVO-REM
           END-IF
      *
           .
       5300-FILTRAR-LISTAS-EXIT.
           EXIT.
      ******************************************************************
      *                    5500-GRABAR-ORDEN                           *
      *  LA ORDEN SE GRABA EN CUALQUIER ESTADO PARA LA CONCILIACION    *
      *  CON LA EMPRESA; SOLO UNA ORDEN REPETIDA QUEDA FUERA           *
      ******************************************************************
       5500-GRABAR-ORDEN.
      *
           EXEC SQL
               INSERT INTO V1DT179
                   (COD_EMPRESA,
                    NUM_ORDEN,
                    FEC_ORDEN,
                    FEC_CARGA,
                    NUM_SEC_ARCHIVO,
                    NOM_REMITENTE,
                    NUM_DOC_REMITENTE,
                    COD_PAIS_ORIGEN,
                    NOM_BENEF,
                    NUM_DOC_BENEF,
                    COD_DIV,
                    IMP_REMESA,
                    IMP_REMESA_USD,
                    EST_ORDEN,
                    COD_MOTIVO,
                    COD_USUARIO_LIBERA,
                    FEC_LIBERA,
                    TIP_PAGO,
                    CTA_ABONO,
                    COD_OFICINA_PAGO,
                    NUM_REF,
                    FEC_PAGO,
                    HOR_PAGO,
                    COD_USUARIO_PAGO,
                    TAS_PAGO,
                    IMP_BOLIVARES,
                    FEC_REPORTE_BCV,
                    NUM_ENVIO_BCV)
               VALUES
                   (:COD-EMPRESA-ORD,
                    :NUM-ORDEN-REM,
                    :FEC-ORDEN-REM,
                    :FEC-CARGA-REM,
                    :NUM-SEC-ARCHIVO,
                    :NOM-REMITENTE,
                    :NUM-DOC-REMITENTE,
                    :COD-PAIS-ORIGEN,
                    :NOM-BENEF-REM,
                    :NUM-DOC-BENEF-REM,
                    :COD-DIV-REM,
                    :IMP-REMESA,
                    :IMP-REMESA-USD,
                    :EST-ORDEN-REM,
                    :COD-MOTIVO-REM,
                    :COD-USUARIO-LIBERA,
                    :FEC-LIBERA-REM,
                    :TIP-PAGO-REM,
                    :CTA-ABONO-REM,
                    :COD-OFICINA-PAGO,
                    :NUM-REF-REM,
                    :FEC-PAGO-REM,
                    :HOR-PAGO-REM,
                    :COD-USUARIO-PAGO,
                    :TAS-PAGO-REM,
                    :IMP-BOLIVARES-REM,
                    :FEC-REPORTE-BCV,
                    :NUM-ENVIO-BCV)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   EVALUATE EST-ORDEN-REM
                       WHEN CT-EST-DISPONIBLE
                           ADD 1           TO CN-DISPONIBLES
                           MOVE CT-TIPO-DISPONIBLE
                                           TO REP-TIPO
                       WHEN CT-EST-RETENIDA
                           ADD 1           TO CN-RETENIDAS
                           MOVE CT-TIPO-RETENIDA
                                           TO REP-TIPO
                       WHEN OTHER
                           ADD 1           TO CN-RECHAZADAS
                           MOVE CT-TIPO-RECHAZADA
                                           TO REP-TIPO
                   END-EVALUATE

               WHEN DB2-DUPREC
                   ADD 1                   TO CN-DUPLICADAS
                   MOVE CT-TIPO-DUPLICADA  TO REP-TIPO
                   MOVE SPACES             TO COD-MOTIVO-REM

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE ORD-NUM-ORDEN              TO REP-NUM-ORDEN
           MOVE ORD-DOC-BENEF              TO REP-DOC-BENEF
           MOVE ORD-COD-DIV                TO REP-COD-DIV
           MOVE IMP-REMESA                 TO REP-IMP
           MOVE COD-MOTIVO-REM             TO REP-MOTIVO
           WRITE REG-REPORTE
      *
           .
       5500-GRABAR-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-ORDENES
                 ARCH-REPORTE
      *
           DISPLAY 'V13C92B - EMPRESA DE REMESAS:     '
                   COD-EMPRESA-REM ' ' NOM-EMPRESA-REM
           DISPLAY 'V13C92B - ORDENES LEIDAS:         '
                   CN-LEIDAS
           DISPLAY 'V13C92B - DISPONIBLES PARA PAGO:  '
                   CN-DISPONIBLES
           DISPLAY 'V13C92B - RETENIDAS POR LISTAS:   '
                   CN-RETENIDAS
           DISPLAY 'V13C92B - RECHAZADAS:             '
                   CN-RECHAZADAS
           DISPLAY 'V13C92B - YA CARGADAS:            '
                   CN-DUPLICADAS
      *
           IF  CN-RETENIDAS  GREATER ZEROES
            OR CN-RECHAZADAS GREATER ZEROES
            OR CN-DUPLICADAS GREATER ZEROES
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDAS                  TO W924-CANT-LEIDOS
           COMPUTE W924-CANT-GRABADOS =
                   CN-DISPONIBLES + CN-RETENIDAS + CN-RECHAZADAS
           MOVE CN-RETENIDAS               TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C92B - ERROR DB2 SQLCODE: ' SQLCODE
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

      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C79B                                             *
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
      * ARCHIVO DE ENTRADA: PARMLVT (PERIODO AAAAMM, RIF Y RAZON       *
      *  SOCIAL DEL BANCO EMISOR Y SU ENTIDAD JURIDICA)                *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALLVT (LIBRO DE VENTAS DEL PERIODO)        *
      * ------------------                                             *
      * PROCESO GLOBAL: LIBRO DE VENTAS MENSUAL DE LAS COMISIONES      *
      *  FACTURADAS.  LISTA EN ORDEN DE EMISION LAS FACTURAS Y NOTAS   *
      *  DE CREDITO EMITIDAS EN EL PERIODO POR V13C78B (V1DT159), CON  *
      *  SU NUMERO DE CONTROL, LA FACTURA QUE AFECTA CADA NOTA Y LA    *
      *  MARCA DE LAS FACTURAS ANULADAS.  LAS NOTAS DE CREDITO RESTAN. *
      *  AL PIE VAN LOS TOTALES POR TIPO DE DOCUMENTO Y DEL PERIODO, Y *
      *  EL RESUMEN POR ALICUOTA DE IVA CALCULADO SOBRE LOS RENGLONES  *
      *  (V1DT160); SI NO CUADRA CON LOS DOCUMENTOS SE ALERTA COMO     *
      *  CRITICO Y SE TERMINA CON CODIGO 08.  SIN PERIODO SE LISTA EL  *
      *  MES ANTERIOR AL DE LA CORRIDA.  EL LIBRO ES EL DE UNA SOLA    *
      *  ENTIDAD JURIDICA EMISORA, QUE LLEVA SU PROPIA NUMERACION      *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C79B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMLVT
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALLVT
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
           05  PAR-ANO-MES                 PIC X(06).
           05  PAR-RIF-EMISOR              PIC X(15).
           05  PAR-NOM-EMISOR              PIC X(40).
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(15).
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
           05  WS-PERIODO                  PIC X(06)   VALUE SPACES.
           05  WS-PERIODO-NUM REDEFINES WS-PERIODO.
               10  WS-PER-ANO              PIC 9(04).
               10  WS-PER-MES              PIC 9(02).
           05  WS-FEC-HASTA                PIC X(08)   VALUE SPACES.
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
           05  WS-NUM-AFECTADO             PIC 9(09)   VALUE ZEROES.
           05  WS-IMP-TOTAL                PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-BASE                 PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-IVA                  PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-FEC-TRABAJO              PIC X(08)   VALUE SPACES.
           05  WS-FEC-TRABAJO-R REDEFINES WS-FEC-TRABAJO.
               10  WS-FT-ANO               PIC X(04).
               10  WS-FT-MES               PIC X(02).
               10  WS-FT-DIA               PIC X(02).
           05  WS-FEC-EDITADA.
               10  WS-FE-DIA               PIC X(02).
               10  FILLER                  PIC X(01)   VALUE '/'.
               10  WS-FE-MES               PIC X(02).
               10  FILLER                  PIC X(01)   VALUE '/'.
               10  WS-FE-ANO               PIC X(04).
      ******************************************************************
      *                    LINEAS DEL LIBRO DE VENTAS                  *
      ******************************************************************
       01  LN-SEPARADOR                    PIC X(132)  VALUE ALL '-'.
      *
       01  LN-TITULO.
           05  FILLER                      PIC X(26)
                                   VALUE 'LIBRO DE VENTAS - PERIODO '.
           05  LN-TI-MES                   PIC X(02).
           05  FILLER                      PIC X(01)   VALUE '/'.
           05  LN-TI-ANO                   PIC X(04).
           05  FILLER                      PIC X(05)   VALUE SPACES.
           05  LN-TI-EMISOR                PIC X(40).
           05  FILLER                      PIC X(07)   VALUE '  RIF: '.
           05  LN-TI-RIF                   PIC X(15).
           05  FILLER                      PIC X(32)   VALUE SPACES.
      *
       01  LN-TITULOS.
           05  FILLER                      PIC X(11)
                                           VALUE 'FECHA      '.
           05  FILLER                      PIC X(16)
                                           VALUE 'RIF/C.I.        '.
           05  FILLER                      PIC X(16)
                                           VALUE 'CLIENTE         '.
           05  FILLER                      PIC X(03)   VALUE 'TP '.
           05  FILLER                      PIC X(10)
                                           VALUE 'DOCUMENTO '.
           05  FILLER                      PIC X(13)
                                           VALUE 'NRO. CONTROL '.
           05  FILLER                      PIC X(10)
                                           VALUE 'AFECTA A  '.
           05  FILLER                      PIC X(18)
                                           VALUE '    TOTAL CON IVA '.
           05  FILLER                      PIC X(18)
                                           VALUE '   BASE IMPONIBLE '.
           05  FILLER                      PIC X(16)
                                           VALUE '            IVA '.
           05  FILLER                      PIC X(01)   VALUE 'E'.
      *
       01  LN-DETALLE.
           05  LN-DE-FECHA                 PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-RIF                   PIC X(15).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-NOMBRE                PIC X(15).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-TIPO                  PIC X(02).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-NUMERO                PIC 9(09).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-SERIE                 PIC X(02).
           05  FILLER                      PIC X(01)   VALUE '-'.
           05  LN-DE-CONTROL               PIC 9(09).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-AFECTADA              PIC X(09).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-TOTAL                 PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-BASE                  PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-IVA                   PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-ESTADO                PIC X(01).
      *
       01  LN-TOTALES.
           05  FILLER                      PIC X(20)   VALUE SPACES.
           05  LN-TO-TEXTO                 PIC X(30).
           05  LN-TO-CANT                  PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(22)   VALUE SPACES.
           05  LN-TO-TOTAL                 PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-TO-BASE                  PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-TO-IVA                   PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(02)   VALUE SPACES.
      *
       01  LN-RESUMEN.
           05  FILLER                      PIC X(20)   VALUE SPACES.
           05  FILLER                      PIC X(22)
                                   VALUE 'RESUMEN ALICUOTA IVA: '.
           05  LN-RS-PCT                   PIC ZZ9,99.
           05  FILLER                      PIC X(31)   VALUE SPACES.
           05  FILLER                      PIC X(18)   VALUE SPACES.
           05  LN-RS-BASE                  PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-RS-IVA                   PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(02)   VALUE SPACES.
      *
       01  LN-MENSAJE.
           05  FILLER                      PIC X(20)   VALUE SPACES.
           05  LN-ME-TEXTO                 PIC X(60).
           05  FILLER                      PIC X(52)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C79B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-TIP-FACTURA              PIC X(01)   VALUE 'F'.
           05  CT-DOC-ANULADO              PIC X(01)   VALUE 'A'.
           05  CT-TP-FACTURA               PIC X(02)   VALUE 'FA'.
           05  CT-TP-NOTA-CREDITO          PIC X(02)   VALUE 'NC'.
           05  CT-TXT-FACTURAS             PIC X(30)
                                   VALUE 'FACTURAS EMITIDAS:'.
           05  CT-TXT-NOTAS-CREDITO        PIC X(30)
                                   VALUE 'NOTAS DE CREDITO:'.
           05  CT-TXT-PERIODO              PIC X(30)
                                   VALUE 'TOTAL DEL PERIODO:'.
           05  CT-TXT-DESCUADRE            PIC X(60)
               VALUE 'DESCUADRE ENTRE LOS DOCUMENTOS Y SUS RENGLONES'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-FACTURAS                 PIC 9(07)   VALUE ZEROES.
           05  CN-NOTAS-CREDITO            PIC 9(07)   VALUE ZEROES.
           05  CN-FAC-TOTAL                PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  CN-FAC-BASE                 PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  CN-FAC-IVA                  PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  CN-NC-TOTAL                 PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  CN-NC-BASE                  PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  CN-NC-IVA                   PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  CN-RS-BASE                  PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  CN-RS-IVA                   PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT159
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT160
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    DOCUMENTOS FISCALES DEL PERIODO EN ORDEN DE EMISION
      *
           EXEC SQL
               DECLARE V13C79B-V1DC7911
               CURSOR FOR
               SELECT TIP_DOCUMENTO,
                      NUM_DOCUMENTO,
                      COD_SERIE,
                      NUM_CONTROL,
                      NUM_DOC_PERSONA,
                      NOM_CLIENTE,
                      FEC_EMISION,
                      IMP_BASE,
                      IMP_IVA,
                      IMP_TOTAL,
                      EST_DOCUMENTO,
                      NUM_DOC_AFECTADO
               FROM V1DT159
               WHERE COD_ENT_BANCO = :WS-ENT-BANCO
                 AND ANO_MES       = :WS-PERIODO
               ORDER BY FEC_EMISION,
                        NUM_CONTROL
           END-EXEC
      *
      *    RESUMEN POR ALICUOTA SOBRE LOS RENGLONES; LAS NOTAS DE
      *    CREDITO RESTAN
      *
           EXEC SQL
               DECLARE V13C79B-V1DC7912
               CURSOR FOR
               SELECT L.PCT_IVA,
                      SUM(CASE WHEN L.TIP_DOCUMENTO = :CT-TIP-FACTURA
                               THEN L.IMP_BASE
                               ELSE 0 - L.IMP_BASE END),
                      SUM(CASE WHEN L.TIP_DOCUMENTO = :CT-TIP-FACTURA
                               THEN L.IMP_IVA
                               ELSE 0 - L.IMP_IVA END)
               FROM V1DT160 L
                    INNER JOIN V1DT159 F
                       ON F.COD_ENT_BANCO = L.COD_ENT_BANCO
                      AND F.TIP_DOCUMENTO = L.TIP_DOCUMENTO
                      AND F.NUM_DOCUMENTO = L.NUM_DOCUMENTO
               WHERE F.COD_ENT_BANCO = :WS-ENT-BANCO
                 AND F.ANO_MES       = :WS-PERIODO
               GROUP BY L.PCT_IVA
               ORDER BY L.PCT_IVA
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
           PERFORM 2000-DETALLE
              THRU 2000-DETALLE-EXIT
      *
           PERFORM 4000-TOTALES
              THRU 4000-TOTALES-EXIT
      *
           PERFORM 5000-RESUMEN-ALICUOTAS
              THRU 5000-RESUMEN-ALICUOTAS-EXIT
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
                OUTPUT ARCH-REPORTE
      *
           READ ARCH-PARAMETROS
               AT END
                   MOVE SPACES             TO REG-PARAMETROS
           END-READ
      *
           IF  PAR-RIF-EMISOR EQUAL SPACES
            OR PAR-NOM-EMISOR EQUAL SPACES
               DISPLAY 'V13C79B - FALTA EL RIF O LA RAZON SOCIAL DEL '
                       'BANCO EMISOR'
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  PAR-COD-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C79B - FALTA LA ENTIDAD JURIDICA EMISORA'
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      *
      *    SIN PERIODO SE LISTA EL MES ANTERIOR AL DE LA CORRIDA
      *
           IF  PAR-ANO-MES EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE(1:6)
                                           TO WS-PERIODO
               IF  WS-PER-MES EQUAL 1
                   MOVE 12                 TO WS-PER-MES
                   SUBTRACT 1            FROM WS-PER-ANO
               ELSE
                   SUBTRACT 1            FROM WS-PER-MES
               END-IF
           ELSE
               MOVE PAR-ANO-MES            TO WS-PERIODO
           END-IF
      *
           IF  WS-PERIODO NOT NUMERIC
            OR WS-PER-MES LESS THAN 1
            OR WS-PER-MES GREATER THAN 12
               DISPLAY 'V13C79B - PERIODO ERRADO: ' PAR-ANO-MES
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE WS-PERIODO                 TO WS-FEC-HASTA
           MOVE '31'                       TO WS-FEC-HASTA(7:2)
      *
           MOVE ZEROES                     TO CN-FACTURAS
                                              CN-NOTAS-CREDITO
                                              CN-FAC-TOTAL
                                              CN-FAC-BASE
                                              CN-FAC-IVA
                                              CN-NC-TOTAL
                                              CN-NC-BASE
                                              CN-NC-IVA
                                              CN-RS-BASE
                                              CN-RS-IVA
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HASTA               TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE WS-PERIODO(5:2)            TO LN-TI-MES
           MOVE WS-PERIODO(1:4)            TO LN-TI-ANO
           MOVE PAR-NOM-EMISOR             TO LN-TI-EMISOR
           MOVE PAR-RIF-EMISOR             TO LN-TI-RIF
           WRITE REG-REPORTE             FROM LN-TITULO
           WRITE REG-REPORTE             FROM LN-SEPARADOR
           WRITE REG-REPORTE             FROM LN-TITULOS
           WRITE REG-REPORTE             FROM LN-SEPARADOR
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-DETALLE                            *
      ******************************************************************
       2000-DETALLE.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C79B-V1DC7911
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-DOCUMENTO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C79B-V1DC7911
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2000-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      * LEER-DOCUMENTO
      ******************************************************************
       LEER-DOCUMENTO.
      *
           EXEC SQL
               FETCH V13C79B-V1DC7911
               INTO :TIP-DOCUMENTO-FIS,
                    :NUM-DOCUMENTO-FIS,
                    :COD-SERIE-FIS,
                    :NUM-CONTROL-FIS,
                    :NUM-DOC-CLIENTE-FIS,
                    :NOM-CLIENTE-FIS,
                    :FEC-EMISION-FIS,
                    :IMP-BASE-FIS,
                    :IMP-IVA-FIS,
                    :IMP-TOTAL-FIS,
                    :EST-DOCUMENTO-FIS,
                    :NUM-DOC-AFECTADO-FIS
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3000-LISTAR-DOCUMENTO
                      THRU 3000-LISTAR-DOCUMENTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   3000-LISTAR-DOCUMENTO                        *
      ******************************************************************
       3000-LISTAR-DOCUMENTO.
      *
           MOVE FEC-EMISION-FIS            TO WS-FEC-TRABAJO
           MOVE WS-FT-DIA                  TO WS-FE-DIA
           MOVE WS-FT-MES                  TO WS-FE-MES
           MOVE WS-FT-ANO                  TO WS-FE-ANO
           MOVE WS-FEC-EDITADA             TO LN-DE-FECHA
           MOVE NUM-DOC-CLIENTE-FIS        TO LN-DE-RIF
           MOVE NOM-CLIENTE-FIS            TO LN-DE-NOMBRE
           MOVE NUM-DOCUMENTO-FIS          TO LN-DE-NUMERO
           MOVE COD-SERIE-FIS              TO LN-DE-SERIE
           MOVE NUM-CONTROL-FIS            TO LN-DE-CONTROL
      *
           IF  TIP-DOCUMENTO-FIS EQUAL CT-TIP-FACTURA
               ADD 1                       TO CN-FACTURAS
               MOVE CT-TP-FACTURA          TO LN-DE-TIPO
               MOVE SPACES                 TO LN-DE-AFECTADA
               MOVE IMP-TOTAL-FIS          TO WS-IMP-TOTAL
               MOVE IMP-BASE-FIS           TO WS-IMP-BASE
               MOVE IMP-IVA-FIS            TO WS-IMP-IVA
               ADD WS-IMP-TOTAL            TO CN-FAC-TOTAL
               ADD WS-IMP-BASE             TO CN-FAC-BASE
               ADD WS-IMP-IVA              TO CN-FAC-IVA
           ELSE
               ADD 1                       TO CN-NOTAS-CREDITO
               MOVE CT-TP-NOTA-CREDITO     TO LN-DE-TIPO
               MOVE NUM-DOC-AFECTADO-FIS   TO WS-NUM-AFECTADO
               MOVE WS-NUM-AFECTADO        TO LN-DE-AFECTADA
               COMPUTE WS-IMP-TOTAL = 0 - IMP-TOTAL-FIS
               COMPUTE WS-IMP-BASE  = 0 - IMP-BASE-FIS
               COMPUTE WS-IMP-IVA   = 0 - IMP-IVA-FIS
               ADD WS-IMP-TOTAL            TO CN-NC-TOTAL
               ADD WS-IMP-BASE             TO CN-NC-BASE
               ADD WS-IMP-IVA              TO CN-NC-IVA
           END-IF
      *
           MOVE WS-IMP-TOTAL               TO LN-DE-TOTAL
           MOVE WS-IMP-BASE                TO LN-DE-BASE
           MOVE WS-IMP-IVA                 TO LN-DE-IVA
      *
           IF  EST-DOCUMENTO-FIS EQUAL CT-DOC-ANULADO
               MOVE CT-DOC-ANULADO         TO LN-DE-ESTADO
           ELSE
               MOVE SPACES                 TO LN-DE-ESTADO
           END-IF
      *
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           .
       3000-LISTAR-DOCUMENTO-EXIT.
           EXIT.
      ******************************************************************
      *                        4000-TOTALES                            *
      ******************************************************************
       4000-TOTALES.
      *
           WRITE REG-REPORTE             FROM LN-SEPARADOR
      *
           MOVE CT-TXT-FACTURAS            TO LN-TO-TEXTO
           MOVE CN-FACTURAS                TO LN-TO-CANT
           MOVE CN-FAC-TOTAL               TO LN-TO-TOTAL
           MOVE CN-FAC-BASE                TO LN-TO-BASE
           MOVE CN-FAC-IVA                 TO LN-TO-IVA
           WRITE REG-REPORTE             FROM LN-TOTALES
      *
           MOVE CT-TXT-NOTAS-CREDITO       TO LN-TO-TEXTO
           MOVE CN-NOTAS-CREDITO           TO LN-TO-CANT
           MOVE CN-NC-TOTAL                TO LN-TO-TOTAL
           MOVE CN-NC-BASE                 TO LN-TO-BASE
           MOVE CN-NC-IVA                  TO LN-TO-IVA
           WRITE REG-REPORTE             FROM LN-TOTALES
      *
           MOVE CT-TXT-PERIODO             TO LN-TO-TEXTO
           COMPUTE LN-TO-CANT  = CN-FACTURAS + CN-NOTAS-CREDITO
           COMPUTE LN-TO-TOTAL = CN-FAC-TOTAL + CN-NC-TOTAL
           COMPUTE LN-TO-BASE  = CN-FAC-BASE  + CN-NC-BASE
           COMPUTE LN-TO-IVA   = CN-FAC-IVA   + CN-NC-IVA
           WRITE REG-REPORTE             FROM LN-TOTALES
      *
           WRITE REG-REPORTE             FROM LN-SEPARADOR
      *
           .
       4000-TOTALES-EXIT.
           EXIT.
      ******************************************************************
      *                   5000-RESUMEN-ALICUOTAS                       *
      *  LA SUMA DE LOS RENGLONES DEBE CUADRAR CON LOS DOCUMENTOS      *
      ******************************************************************
       5000-RESUMEN-ALICUOTAS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C79B-V1DC7912
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-ALICUOTA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C79B-V1DC7912
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  CN-RS-BASE NOT EQUAL CN-FAC-BASE + CN-NC-BASE
            OR CN-RS-IVA  NOT EQUAL CN-FAC-IVA  + CN-NC-IVA
               PERFORM 5200-ALERTAR-DESCUADRE
                  THRU 5200-ALERTAR-DESCUADRE-EXIT
           END-IF
      *
           .
       5000-RESUMEN-ALICUOTAS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-ALICUOTA
      ******************************************************************
       LEER-ALICUOTA.
      *
           EXEC SQL
               FETCH V13C79B-V1DC7912
               INTO :PCT-IVA-LIN,
                    :WS-IMP-BASE,
                    :WS-IMP-IVA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD WS-IMP-BASE         TO CN-RS-BASE
                   ADD WS-IMP-IVA          TO CN-RS-IVA
                   MOVE PCT-IVA-LIN        TO LN-RS-PCT
                   MOVE WS-IMP-BASE        TO LN-RS-BASE
                   MOVE WS-IMP-IVA         TO LN-RS-IVA
                   WRITE REG-REPORTE     FROM LN-RESUMEN

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 5200-ALERTAR-DESCUADRE
      ******************************************************************
       5200-ALERTAR-DESCUADRE.
      *
           MOVE CT-TXT-DESCUADRE           TO LN-ME-TEXTO
           WRITE REG-REPORTE             FROM LN-MENSAJE
      *
           DISPLAY 'V13C79B - ' CT-TXT-DESCUADRE
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'C'                        TO W925-SEVERIDAD
           STRING 'LIBRO DE VENTAS '       DELIMITED BY SIZE
                  WS-PERIODO               DELIMITED BY SIZE
                  ': DESCUADRE DOCUMENTOS/RENGLONES'
                                           DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           MOVE 08                         TO RETURN-CODE
      *
           .
       5200-ALERTAR-DESCUADRE-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C79B - PERIODO:                ' WS-PERIODO
           DISPLAY 'V13C79B - ENTIDAD JURIDICA:       ' WS-ENT-BANCO
           DISPLAY 'V13C79B - FACTURAS:               '
                   CN-FACTURAS
           DISPLAY 'V13C79B - NOTAS DE CREDITO:       '
                   CN-NOTAS-CREDITO
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           SET W924-88-FIN                 TO TRUE
           COMPUTE W924-CANT-LEIDOS = CN-FACTURAS + CN-NOTAS-CREDITO
           MOVE ZEROES                     TO W924-CANT-GRABADOS
                                              W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C79B - ERROR DB2 SQLCODE: ' SQLCODE
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

      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C94B                                             *
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
      * ARCHIVO DE ENTRADA: PARMBCR (NUMERO Y FECHA DEL ENVIO, Y       *
      *  FECHA DE PAGO HASTA LA QUE SE REPORTA)                        *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALBCR (ARCHIVO DEL REPORTE DE REMESAS      *
      *  FAMILIARES PARA EL BCV: CABECERA, DETALLE Y TOTALES, COMO     *
      *  EL ENVIO RTE DE V13C40B)                                      *
      * ------------------                                             *
      * PROCESO GLOBAL: REPORTE AL BCV DE LAS REMESAS FAMILIARES       *
      *  PAGADAS.  VIAJA TODA ORDEN PAGADA (V1DT179) HASTA LA FECHA    *
      *  INDICADA QUE AUN NO SE HAYA REPORTADO, CON LA LICENCIA DE LA  *
      *  EMPRESA (V1DT178), REMITENTE, BENEFICIARIO, IMPORTE EN        *
      *  DIVISA, EN DOLARES Y EN BOLIVARES Y LA TASA DEL PAGO.  CADA   *
      *  ORDEN QUEDA MARCADA CON LA FECHA Y EL NUMERO DEL ENVIO PARA   *
      *  QUE NO SE REPORTE DOS VECES; UN NUMERO DE ENVIO YA USADO      *
      *  DETIENE EL PROCESO                                            *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C94B.
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
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMBCR
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-BCV             ASSIGN TO SALBCR
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
           05  PAR-NUM-ENVIO               PIC 9(05).
           05  PAR-FEC-ENVIO               PIC X(08).
           05  PAR-FEC-HASTA               PIC X(08).
           05  FILLER                      PIC X(59).
      *
       FD  ARCH-BCV
           RECORDING MODE IS F.
      *
       01  REG-BCV                         PIC X(250).
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
           05  WS-NUM-ENVIO                PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-FEC-ENVIO                PIC X(08)   VALUE SPACES.
           05  WS-FEC-HASTA                PIC X(08)   VALUE SPACES.
           05  WS-CANT-ENVIO               PIC S9(09)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *                  REGISTROS DEL ARCHIVO DE ENVIO                *
      ******************************************************************
       01  REG-BCV-CABECERA.
           05  CAB-TIP-REG                 PIC X(01)   VALUE '1'.
           05  CAB-NUM-ENVIO               PIC 9(05).
           05  CAB-FEC-ENVIO               PIC X(08).
           05  CAB-COD-ENTIDAD             PIC X(04)   VALUE '0108'.
           05  CAB-FEC-HASTA               PIC X(08).
           05  FILLER                      PIC X(224)  VALUE SPACES.
      *
       01  REG-BCV-DETALLE.
           05  DET-TIP-REG                 PIC X(01)   VALUE '2'.
           05  DET-NUM-LICENCIA            PIC X(15).
           05  DET-COD-EMPRESA             PIC X(04).
           05  DET-NUM-ORDEN               PIC X(15).
           05  DET-FEC-ORDEN               PIC X(08).
           05  DET-FEC-PAGO                PIC X(08).
           05  DET-NOM-REMITENTE           PIC X(40).
           05  DET-DOC-REMITENTE           PIC X(15).
           05  DET-PAIS-ORIGEN             PIC X(03).
           05  DET-NOM-BENEF               PIC X(40).
           05  DET-DOC-BENEF               PIC X(15).
           05  DET-COD-DIV                 PIC X(03).
           05  DET-IMP-REMESA              PIC 9(13)V9(02).
           05  DET-IMP-USD                 PIC 9(13)V9(02).
           05  DET-TAS-PAGO                PIC 9(07)V9(04).
           05  DET-IMP-BOLIVARES           PIC 9(15)V9(02).
           05  DET-TIP-PAGO                PIC X(01).
           05  DET-NUM-REF                 PIC 9(10).
           05  FILLER                      PIC X(14)   VALUE SPACES.
      *
       01  REG-BCV-TOTALES.
           05  TOT-TIP-REG                 PIC X(01)   VALUE '9'.
           05  TOT-CANT-ORDENES            PIC 9(07).
           05  TOT-IMP-USD                 PIC 9(13)V9(02).
           05  TOT-IMP-BOLIVARES           PIC 9(15)V9(02).
           05  FILLER                      PIC X(210)  VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C94B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-EST-PAGADA               PIC X(01)   VALUE 'P'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-ORDENES                  PIC 9(07)   VALUE ZEROES.
           05  AC-IMP-USD                  PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  AC-IMP-BOLIVARES            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
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
      *                        CURSORES
      ******************************************************************
      *    ORDENES PAGADAS HASTA LA FECHA Y AUN NO REPORTADAS AL BCV
      *
           EXEC SQL
               DECLARE V13C94B-V1DC1791
               CURSOR FOR
               SELECT B.NUM_LICENCIA,
                      A.COD_EMPRESA,
                      A.NUM_ORDEN,
                      A.FEC_ORDEN,
                      A.FEC_PAGO,
                      A.NOM_REMITENTE,
                      A.NUM_DOC_REMITENTE,
                      A.COD_PAIS_ORIGEN,
                      A.NOM_BENEF,
                      A.NUM_DOC_BENEF,
                      A.COD_DIV,
                      A.IMP_REMESA,
                      A.IMP_REMESA_USD,
                      A.TAS_PAGO,
                      A.IMP_BOLIVARES,
                      A.TIP_PAGO,
                      A.NUM_REF
               FROM V1DT179 A,
                    V1DT178 B
               WHERE A.EST_ORDEN       = :CT-EST-PAGADA
                 AND A.FEC_PAGO       <= :WS-FEC-HASTA
                 AND A.FEC_REPORTE_BCV = ' '
                 AND B.COD_EMPRESA     = A.COD_EMPRESA
               ORDER BY A.COD_EMPRESA,
                        A.FEC_PAGO,
                        A.NUM_ORDEN
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
           OPEN OUTPUT ARCH-BCV
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C94B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           IF  PAR-NUM-ENVIO NOT NUMERIC
            OR PAR-NUM-ENVIO EQUAL ZEROES
               DISPLAY 'V13C94B - NUMERO DE ENVIO INVALIDO: '
                       PAR-NUM-ENVIO
               MOVE 16                 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  PAR-FEC-HASTA NOT NUMERIC
               DISPLAY 'V13C94B - FECHA DE PAGO HASTA INVALIDA: '
                       PAR-FEC-HASTA
               MOVE 16                 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE PAR-NUM-ENVIO              TO WS-NUM-ENVIO
           MOVE PAR-FEC-ENVIO              TO WS-FEC-ENVIO
           MOVE PAR-FEC-HASTA              TO WS-FEC-HASTA
      *
      *    UN NUMERO DE ENVIO YA USADO DUPLICARIA EL REPORTE
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-ENVIO
               FROM V1DT179
               WHERE NUM_ENVIO_BCV = :WS-NUM-ENVIO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-ENVIO GREATER ZEROES
               DISPLAY 'V13C94B - ENVIO YA GENERADO: ' PAR-NUM-ENVIO
               MOVE 16                 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE ZEROES                     TO CN-ORDENES
                                              AC-IMP-USD
                                              AC-IMP-BOLIVARES
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HASTA               TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE PAR-NUM-ENVIO              TO CAB-NUM-ENVIO
           MOVE PAR-FEC-ENVIO              TO CAB-FEC-ENVIO
           MOVE PAR-FEC-HASTA              TO CAB-FEC-HASTA
           WRITE REG-BCV                 FROM REG-BCV-CABECERA
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C94B-V1DC1791
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-ORDEN
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C94B-V1DC1791
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE CN-ORDENES                 TO TOT-CANT-ORDENES
           MOVE AC-IMP-USD                 TO TOT-IMP-USD
           MOVE AC-IMP-BOLIVARES           TO TOT-IMP-BOLIVARES
           WRITE REG-BCV                 FROM REG-BCV-TOTALES
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
           EXEC SQL
               FETCH V13C94B-V1DC1791
               INTO :NUM-LICENCIA-REM,
                    :COD-EMPRESA-ORD,
                    :NUM-ORDEN-REM,
                    :FEC-ORDEN-REM,
                    :FEC-PAGO-REM,
                    :NOM-REMITENTE,
                    :NUM-DOC-REMITENTE,
                    :COD-PAIS-ORIGEN,
                    :NOM-BENEF-REM,
                    :NUM-DOC-BENEF-REM,
                    :COD-DIV-REM,
                    :IMP-REMESA,
                    :IMP-REMESA-USD,
                    :TAS-PAGO-REM,
                    :IMP-BOLIVARES-REM,
                    :TIP-PAGO-REM,
                    :NUM-REF-REM
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-REPORTAR-ORDEN
                      THRU 5000-REPORTAR-ORDEN-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   5000-REPORTAR-ORDEN                          *
      *  EL DETALLE VIAJA Y LA ORDEN QUEDA MARCADA CON EL ENVIO EN LA  *
      *  MISMA UNIDAD DE TRABAJO                                       *
      ******************************************************************
       5000-REPORTAR-ORDEN.
      *
           MOVE NUM-LICENCIA-REM           TO DET-NUM-LICENCIA
           MOVE COD-EMPRESA-ORD            TO DET-COD-EMPRESA
           MOVE NUM-ORDEN-REM              TO DET-NUM-ORDEN
           MOVE FEC-ORDEN-REM              TO DET-FEC-ORDEN
           MOVE FEC-PAGO-REM               TO DET-FEC-PAGO
           MOVE NOM-REMITENTE              TO DET-NOM-REMITENTE
           MOVE NUM-DOC-REMITENTE          TO DET-DOC-REMITENTE
           MOVE COD-PAIS-ORIGEN            TO DET-PAIS-ORIGEN
           MOVE NOM-BENEF-REM              TO DET-NOM-BENEF
           MOVE NUM-DOC-BENEF-REM          TO DET-DOC-BENEF
           MOVE COD-DIV-REM                TO DET-COD-DIV
           MOVE IMP-REMESA                 TO DET-IMP-REMESA
           MOVE IMP-REMESA-USD             TO DET-IMP-USD
           MOVE TAS-PAGO-REM               TO DET-TAS-PAGO
           MOVE IMP-BOLIVARES-REM          TO DET-IMP-BOLIVARES
           MOVE TIP-PAGO-REM               TO DET-TIP-PAGO
           MOVE NUM-REF-REM                TO DET-NUM-REF
      *
           WRITE REG-BCV                 FROM REG-BCV-DETALLE
      *
           ADD 1                           TO CN-ORDENES
           ADD IMP-REMESA-USD              TO AC-IMP-USD
           ADD IMP-BOLIVARES-REM           TO AC-IMP-BOLIVARES
      *
           MOVE WS-FEC-ENVIO               TO FEC-REPORTE-BCV
           MOVE WS-NUM-ENVIO               TO NUM-ENVIO-BCV
      *
           EXEC SQL
               UPDATE V1DT179
                  SET FEC_REPORTE_BCV = :FEC-REPORTE-BCV,
                      NUM_ENVIO_BCV   = :NUM-ENVIO-BCV
                WHERE COD_EMPRESA     = :COD-EMPRESA-ORD
                  AND NUM_ORDEN       = :NUM-ORDEN-REM
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5000-REPORTAR-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-BCV
      *
           DISPLAY 'V13C94B - ENVIO NUMERO:           ' WS-NUM-ENVIO
           DISPLAY 'V13C94B - PAGADAS HASTA:          ' WS-FEC-HASTA
           DISPLAY 'V13C94B - ORDENES REPORTADAS:     '
                   CN-ORDENES
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-ORDENES                 TO W924-CANT-LEIDOS
           MOVE CN-ORDENES                 TO W924-CANT-GRABADOS
           MOVE CN-ORDENES                 TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C94B - ERROR DB2 SQLCODE: ' SQLCODE
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

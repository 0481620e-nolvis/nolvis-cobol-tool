      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C90B                                             *
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
      * ARCHIVO DE ENTRADA: PARMPIZ (FECHA DE TASAS AAAAMMDD; EN       *
      *  BLANCO TOMA LA FECHA DEL DIA)                                 *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALPIZ (PIZARRA DE TASAS AL CLIENTE DEL     *
      *  DIA, 132 POSICIONES)                                          *
      * ------------------                                             *
      * PROCESO GLOBAL: GENERACION DE LA PIZARRA DIARIA DE TASAS AL    *
      *  CLIENTE.  SE CORRE DESPUES DE LA CARGA DE TASAS OFICIALES     *
      *  V12C48B Y ANTES DEL PUBLICADOR V13C22B: POR CADA TASA OFICIAL *
      *  DE V1DT015 DE LA FECHA Y CADA DIFERENCIAL DE ESA DIVISA EN    *
      *  V1DT174 (SEGMENTO Y TRAMO EN DOLARES) CALCULA LA TASA DE      *
      *  COMPRA (OFICIAL MENOS EL DIFERENCIAL DE COMPRA) Y LA DE VENTA *
      *  (OFICIAL MAS EL DIFERENCIAL DE VENTA) Y LAS GRABA EN V1DT175  *
      *  PENDIENTES DE PUBLICAR.  LA PIZARRA DE LA FECHA SE BORRA      *
      *  ANTES DE GRABARLA, ASI QUE SE PUEDE CORRER DE NUEVO ANTE UNA  *
      *  CORRECCION INTRADIA DE LA TASA OFICIAL.  LISTA LA PIZARRA Y   *
      *  LAS DIVISAS SIN DIFERENCIAL; RC 04 SI QUEDO ALGUNA DIVISA     *
      *  SIN PIZARRA                                                   *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C90B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMPIZ
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALPIZ
                                        ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                                                                *
      *                  F I L E        S E C T I O N                  *
      *                                                                *
      ******************************************************************
       FILE SECTION.
      *
       FD  ARCH-PARAMETROS
           RECORDING MODE IS F.
      *
       01  REG-PARAMETROS.
           05  PAR-FEC-TASA                PIC X(08).
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
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
           05  WS-FEC-TASA                 PIC X(08)   VALUE SPACES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(40)
               VALUE 'PIZARRA DE TASAS AL CLIENTE - FECHA '.
           05  LN-TIT-FECHA                PIC X(08).
           05  FILLER                      PIC X(15)
               VALUE '  GENERADA EL '.
           05  LN-TIT-GENERADO             PIC X(08).
           05  FILLER                      PIC X(61)   VALUE SPACES.
      *
       01  LN-SECCION.
           05  LN-SEC-TEXTO                PIC X(60).
           05  FILLER                      PIC X(72)   VALUE SPACES.
      *
       01  LN-CAB-PIZARRA.
           05  FILLER                      PIC X(08)   VALUE 'DIVISA'.
           05  FILLER                      PIC X(06)   VALUE 'SEG.'.
           05  FILLER                      PIC X(20)
               VALUE '       DESDE USD'.
           05  FILLER                      PIC X(20)
               VALUE '       HASTA USD'.
           05  FILLER                      PIC X(16)
               VALUE '  TASA OFICIAL'.
           05  FILLER                      PIC X(16)
               VALUE 'CLIENTE COMPRA'.
           05  FILLER                      PIC X(16)
               VALUE ' CLIENTE VENTA'.
           05  FILLER                      PIC X(06)   VALUE ' TOL.%'.
           05  FILLER                      PIC X(24)   VALUE SPACES.
      *
       01  LN-PIZARRA.
           05  LN-PIZ-DIVISA               PIC X(03).
           05  FILLER                      PIC X(05)   VALUE SPACES.
           05  LN-PIZ-SEGMENTO             PIC X(02).
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-PIZ-DESDE                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-PIZ-HASTA                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-PIZ-OFICIAL              PIC Z.ZZZ.ZZ9,9999.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-PIZ-COMPRA               PIC Z.ZZZ.ZZ9,9999.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-PIZ-VENTA                PIC Z.ZZZ.ZZ9,9999.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-PIZ-TOLERANCIA           PIC ZZ9,99.
           05  FILLER                      PIC X(24)   VALUE SPACES.
      *
       01  LN-CAB-SIN-SPREAD.
           05  FILLER                      PIC X(08)   VALUE 'DIVISA'.
           05  FILLER                      PIC X(16)
               VALUE '  TASA OFICIAL'.
           05  FILLER                      PIC X(108)  VALUE SPACES.
      *
       01  LN-SIN-SPREAD.
           05  LN-SIN-DIVISA               PIC X(03).
           05  FILLER                      PIC X(05)   VALUE SPACES.
           05  LN-SIN-OFICIAL              PIC Z.ZZZ.ZZ9,9999.
           05  FILLER                      PIC X(110)  VALUE SPACES.
      *
       01  LN-NINGUNA.
           05  FILLER                      PIC X(30)
               VALUE '   *** SIN MOVIMIENTO ***'.
           05  FILLER                      PIC X(102)  VALUE SPACES.
      *
       01  LN-TOTAL.
           05  LN-TOT-TEXTO                PIC X(40).
           05  LN-TOT-CANT                 PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(83)   VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C90B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-PENDIENTE                PIC X(01)   VALUE 'N'.
           05  CT-SEC-PIZARRA              PIC X(60)
               VALUE 'PIZARRA POR DIVISA, SEGMENTO Y TRAMO'.
           05  CT-SEC-SIN-SPREAD           PIC X(60)
               VALUE 'DIVISAS CON TASA OFICIAL SIN DIFERENCIAL'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-TRAMOS-LEIDOS            PIC 9(07)   VALUE ZEROES.
           05  CN-PIZARRA-GRABADA          PIC 9(07)   VALUE ZEROES.
           05  CN-DIVISAS-SIN-SPREAD       PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT015
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT174
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT175
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    TASAS OFICIALES DE LA FECHA CON LOS DIFERENCIALES DE CADA
      *    DIVISA, POR SEGMENTO Y TRAMO
      *
           EXEC SQL
               DECLARE V13C90B-V1DC9011
               CURSOR FOR
               SELECT A.COD_DIV,
                      A.TAS_OFICIAL,
                      B.COD_SEGMENTO,
                      B.IMP_DESDE,
                      B.IMP_HASTA,
                      B.PCT_SPREAD_COMPRA,
                      B.PCT_SPREAD_VENTA,
                      B.PCT_TOLERANCIA
               FROM V1DT015 A,
                    V1DT174 B
               WHERE A.FEC_TASA = :WS-FEC-TASA
                 AND B.COD_DIV  = A.COD_DIV
               ORDER BY A.COD_DIV,
                        B.COD_SEGMENTO,
                        B.IMP_DESDE
           END-EXEC
      *
      *    TASAS OFICIALES DE LA FECHA SIN NINGUN DIFERENCIAL
      *
           EXEC SQL
               DECLARE V13C90B-V1DC9012
               CURSOR FOR
               SELECT A.COD_DIV,
                      A.TAS_OFICIAL
               FROM V1DT015 A
               WHERE A.FEC_TASA = :WS-FEC-TASA
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT174 B
                      WHERE B.COD_DIV = A.COD_DIV)
               ORDER BY A.COD_DIV
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
           PERFORM 2000-GENERAR-PIZARRA
              THRU 2000-GENERAR-PIZARRA-EXIT
      *
           PERFORM 3000-DIVISAS-SIN-SPREAD
              THRU 3000-DIVISAS-SIN-SPREAD-EXIT
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HOR-HOY
      *
           READ ARCH-PARAMETROS
               AT END
                   MOVE SPACES         TO PAR-FEC-TASA
           END-READ
      *
           IF  PAR-FEC-TASA EQUAL SPACES
               MOVE WS-FEC-HOY             TO WS-FEC-TASA
           ELSE
               MOVE PAR-FEC-TASA           TO WS-FEC-TASA
           END-IF
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-TASA                TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE WS-FEC-TASA                TO LN-TIT-FECHA
           MOVE WS-FEC-HOY                 TO LN-TIT-GENERADO
           WRITE REG-REPORTE             FROM LN-TITULO
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                    2000-GENERAR-PIZARRA                        *
      *  LA PIZARRA DE LA FECHA SE REHACE COMPLETA EN CADA CORRIDA     *
      ******************************************************************
       2000-GENERAR-PIZARRA.
      *
           MOVE WS-FEC-TASA                TO FEC-TASA-PIZ
      *
           EXEC SQL
               DELETE FROM V1DT175
                WHERE FEC_TASA = :FEC-TASA-PIZ
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           IF  NOT DB2-OK
           AND NOT DB2-NOTFND
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE CT-SEC-PIZARRA             TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CAB-PIZARRA
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C90B-V1DC9011
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-TRAMO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C90B-V1DC9011
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  CN-PIZARRA-GRABADA EQUAL ZEROES
               WRITE REG-REPORTE         FROM LN-NINGUNA
           END-IF
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-GENERAR-PIZARRA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-TRAMO
      ******************************************************************
       LEER-TRAMO.
      *
           EXEC SQL
               FETCH V13C90B-V1DC9011
               INTO :COD-DIV,
                    :TAS-OFICIAL,
                    :COD-SEGMENTO-SPR,
                    :IMP-DESDE-SPR,
                    :IMP-HASTA-SPR,
                    :PCT-SPREAD-COMPRA,
                    :PCT-SPREAD-VENTA,
                    :PCT-TOLERANCIA-SPR
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-GRABAR-TRAMO
                      THRU 2100-GRABAR-TRAMO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                     2100-GRABAR-TRAMO                          *
      *  EL BANCO COMPRA POR DEBAJO DE LA OFICIAL Y VENDE POR ENCIMA   *
      ******************************************************************
       2100-GRABAR-TRAMO.
      *
           ADD 1                           TO CN-TRAMOS-LEIDOS
      *
           MOVE WS-FEC-TASA                TO FEC-TASA-PIZ
           MOVE COD-DIV                    TO COD-DIV-PIZ
           MOVE COD-SEGMENTO-SPR           TO COD-SEGMENTO-PIZ
           MOVE IMP-DESDE-SPR              TO IMP-DESDE-PIZ
           MOVE IMP-HASTA-SPR              TO IMP-HASTA-PIZ
           MOVE TAS-OFICIAL                TO TAS-OFICIAL-PIZ
           MOVE PCT-TOLERANCIA-SPR         TO PCT-TOLERANCIA-PIZ
           MOVE CT-PENDIENTE               TO IND-PUBLICADA-PIZ
           MOVE WS-FEC-HOY                 TO FEC-GENERACION-PIZ
           MOVE WS-HOR-HOY                 TO HOR-GENERACION-PIZ
      *
           COMPUTE TAS-CLIENTE-COMPRA ROUNDED =
                   TAS-OFICIAL * (100 - PCT-SPREAD-COMPRA) / 100
           COMPUTE TAS-CLIENTE-VENTA  ROUNDED =
                   TAS-OFICIAL * (100 + PCT-SPREAD-VENTA) / 100
      *
           EXEC SQL
               INSERT INTO V1DT175
                   (FEC_TASA,
                    COD_DIV,
                    COD_SEGMENTO,
                    IMP_DESDE,
                    IMP_HASTA,
                    TAS_OFICIAL,
                    TAS_CLIENTE_COMPRA,
                    TAS_CLIENTE_VENTA,
                    PCT_TOLERANCIA,
                    IND_PUBLICADA,
                    FEC_GENERACION,
                    HOR_GENERACION)
               VALUES
                   (:FEC-TASA-PIZ,
                    :COD-DIV-PIZ,
                    :COD-SEGMENTO-PIZ,
                    :IMP-DESDE-PIZ,
                    :IMP-HASTA-PIZ,
                    :TAS-OFICIAL-PIZ,
                    :TAS-CLIENTE-COMPRA,
                    :TAS-CLIENTE-VENTA,
                    :PCT-TOLERANCIA-PIZ,
                    :IND-PUBLICADA-PIZ,
                    :FEC-GENERACION-PIZ,
                    :HOR-GENERACION-PIZ)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-PIZARRA-GRABADA
      *
           MOVE COD-DIV-PIZ                TO LN-PIZ-DIVISA
           MOVE COD-SEGMENTO-PIZ           TO LN-PIZ-SEGMENTO
           MOVE IMP-DESDE-PIZ              TO LN-PIZ-DESDE
           MOVE IMP-HASTA-PIZ              TO LN-PIZ-HASTA
           MOVE TAS-OFICIAL-PIZ            TO LN-PIZ-OFICIAL
           MOVE TAS-CLIENTE-COMPRA         TO LN-PIZ-COMPRA
           MOVE TAS-CLIENTE-VENTA          TO LN-PIZ-VENTA
           MOVE PCT-TOLERANCIA-PIZ         TO LN-PIZ-TOLERANCIA
           WRITE REG-REPORTE             FROM LN-PIZARRA
      *
           .
       2100-GRABAR-TRAMO-EXIT.
           EXIT.
      ******************************************************************
      *                  3000-DIVISAS-SIN-SPREAD                       *
      *  LO QUE TESORERIA AUN NO CARGO: LAS AGENCIAS NO TENDRAN        *
      *  PIZARRA DE ESAS DIVISAS Y LA CAPTURA NO LAS VALIDA            *
      ******************************************************************
       3000-DIVISAS-SIN-SPREAD.
      *
           MOVE CT-SEC-SIN-SPREAD          TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CAB-SIN-SPREAD
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C90B-V1DC9012
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-SIN-SPREAD
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C90B-V1DC9012
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  CN-DIVISAS-SIN-SPREAD EQUAL ZEROES
               WRITE REG-REPORTE         FROM LN-NINGUNA
           END-IF
      *
           .
       3000-DIVISAS-SIN-SPREAD-EXIT.
           EXIT.
      ******************************************************************
      * LEER-SIN-SPREAD
      ******************************************************************
       LEER-SIN-SPREAD.
      *
           EXEC SQL
               FETCH V13C90B-V1DC9012
               INTO :COD-DIV,
                    :TAS-OFICIAL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-DIVISAS-SIN-SPREAD
                   MOVE COD-DIV            TO LN-SIN-DIVISA
                   MOVE TAS-OFICIAL        TO LN-SIN-OFICIAL
                   WRITE REG-REPORTE     FROM LN-SIN-SPREAD

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           MOVE 'TRAMOS DE PIZARRA GRABADOS:'  TO LN-TOT-TEXTO
           MOVE CN-PIZARRA-GRABADA          TO LN-TOT-CANT
           WRITE REG-REPORTE              FROM LN-TOTAL
           MOVE 'DIVISAS SIN DIFERENCIAL:'     TO LN-TOT-TEXTO
           MOVE CN-DIVISAS-SIN-SPREAD       TO LN-TOT-CANT
           WRITE REG-REPORTE              FROM LN-TOTAL
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           IF  CN-DIVISAS-SIN-SPREAD GREATER ZEROES
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-TRAMOS-LEIDOS           TO W924-CANT-LEIDOS
           MOVE CN-PIZARRA-GRABADA         TO W924-CANT-GRABADOS
           MOVE ZEROES                     TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C90B - ERROR DB2 SQLCODE: ' SQLCODE
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

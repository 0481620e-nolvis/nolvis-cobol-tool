      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C99B                                             *
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
      * ARCHIVO DE ENTRADA: PARMDUA (FECHA DE CORTE, POR DEFECTO EL    *
      *  ULTIMO DIA DEL MES ANTERIOR, Y FECHA DE OPERACION DESDE LA    *
      *  QUE SE EXIGE SOPORTE, EN BLANCO SIN LIMITE; ENTIDAD JURIDICA, *
      *  EN BLANCO CONSOLIDADO)                                        *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALDUA (REPORTE DE VENTAS DE IMPORTACION    *
      *  SIN SOPORTE SUFICIENTE Y DE DUA USADAS POR ENCIMA DE SU       *
      *  VALOR CIF)                                                    *
      * ------------------                                             *
      * PROCESO GLOBAL: CONTROL MENSUAL DEL SOPORTE DE LAS VENTAS DE   *
      *  DIVISAS BAJO CONCEPTOS DE IMPORTACION (V1DT003 CON            *
      *  IND_SOPORTE_DUA = 'S'), QUE EL BCV AUDITA.  SE REPORTA CADA   *
      *  VENTA NO REVERSADA HASTA LA FECHA DE CORTE CUYO SOPORTE EN    *
      *  DUA (V1DT185) NO CUBRE SU IMPORTE Y QUE YA PASO LOS DIAS      *
      *  QUE SU CONCEPTO DA PARA PRESENTARLO, CONTADOS DESDE LA FECHA  *
      *  DE LA OPERACION HASTA LA FECHA DE CORTE.  TAMBIEN SE REPORTA  *
      *  CADA DUA ACTIVA (V1DT184) CON MAS USADO QUE SU VALOR CIF,     *
      *  LO QUE SOLO OCURRE AL RECTIFICARSE EL VALOR A LA BAJA EN      *
      *  V13C99M.  CON EXCEPCIONES SE DEJA ALERTA EN V1DT025 Y EL      *
      *  PROCESO TERMINA CON RC 04.  CON ENTIDAD SE REVISAN SOLO SUS   *
      *  VENTAS Y LAS DUA VINCULADAS A ALGUNA OPERACION SUYA           *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C99B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMDUA
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALDUA
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
           05  PAR-FEC-CORTE               PIC X(08).
           05  PAR-FEC-DESDE               PIC X(08).
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(60).
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
           05  WS-FEC-CORTE                PIC X(08)   VALUE SPACES.
           05  WS-FEC-CORTE-N REDEFINES WS-FEC-CORTE
                                           PIC 9(08).
           05  WS-FEC-DESDE                PIC X(08)   VALUE SPACES.
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
           05  WS-FEC-PRIMERO              PIC X(08)   VALUE SPACES.
           05  WS-FEC-PRIMERO-N REDEFINES WS-FEC-PRIMERO
                                           PIC 9(08).
           05  WS-FEC-OPE                  PIC X(08)   VALUE SPACES.
           05  WS-FEC-OPE-N REDEFINES WS-FEC-OPE
                                           PIC 9(08).
           05  WS-DIAS-TRANSCURRIDOS       PIC S9(07)  COMP
                                                       VALUE ZEROES.
           05  WS-IMP-SOPORTE              PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
      *                    LINEAS DEL REPORTE                          *
      ******************************************************************
       01  LN-SIN-SOPORTE.
           05  FILLER                      PIC X(18)
                                   VALUE 'SIN SOPORTE DUA   '.
           05  LN-SS-NUM-REF               PIC 9(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-SS-FEC-OPE               PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-SS-CLIENTE               PIC X(15).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-SS-CONCEPTO              PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-SS-COD-DIV               PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-SS-IMP-OPE               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-SS-IMP-SOPORTE           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-SS-IMP-PENDIENTE         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-SS-DIAS                  PIC ZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
      *
       01  LN-DUA-EXCEDIDA.
           05  FILLER                      PIC X(18)
                                   VALUE 'DUA EXCEDIDA      '.
           05  LN-DE-SEC-DUA               PIC 9(09).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-CLIENTE               PIC X(15).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-NUM-DUA               PIC X(20).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-ADUANA                PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-COD-DIV               PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-IMP-CIF               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-IMP-USADO             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DE-IMP-EXCESO            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(03)   VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C99B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-IDF-VENTA                PIC X(01)   VALUE 'V'.
           05  CT-EST-ACTIVA               PIC X(01)   VALUE 'A'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LEIDAS                   PIC 9(07)   VALUE ZEROES.
           05  CN-EN-PLAZO                 PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-SOPORTE              PIC 9(07)   VALUE ZEROES.
           05  CN-DUA-EXCEDIDAS            PIC 9(07)   VALUE ZEROES.
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
               INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT003
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT184
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    VENTAS DE IMPORTACION NO REVERSADAS CUYO SOPORTE EN DUA NO
      *    CUBRE EL IMPORTE
      *
           EXEC SQL
               DECLARE V13C99B-V1DC0011
               CURSOR FOR
               SELECT A.NUM_REF,
                      A.FEC_OPE,
                      A.NUM_DOC_PERSONA,
                      A.COD_CPT_CMP_VTA,
                      A.COD_DIV_OPE,
                      A.IMP_OPE,
                      B.CANT_DIAS_SOPORTE
               FROM V1DT001 A,
                    V1DT003 B
               WHERE B.COD_CPT_CMP_VTA = A.COD_CPT_CMP_VTA
                 AND B.IND_SOPORTE_DUA = :CT-SI
                 AND A.IDF_CMP_VTA     = :CT-IDF-VENTA
                 AND A.FEC_OPE        >= :WS-FEC-DESDE
                 AND A.FEC_OPE        <= :WS-FEC-CORTE
                 AND (A.COD_ENT_BANCO  = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT012 C
                      WHERE C.NUM_REF_ORIGINAL = A.NUM_REF)
                 AND A.IMP_OPE >
                     (SELECT VALUE(SUM(D.IMP_APLICADO), 0)
                      FROM V1DT185 D
                      WHERE D.NUM_REF_VIN = A.NUM_REF)
               ORDER BY A.NUM_DOC_PERSONA,
                        A.FEC_OPE,
                        A.NUM_REF
           END-EXEC
      *
      *    DUA ACTIVAS USADAS POR ENCIMA DE SU VALOR CIF
      *
           EXEC SQL
               DECLARE V13C99B-V1DC1841
               CURSOR FOR
               SELECT SEC_DUA,
                      NUM_DOC_DUA,
                      NUM_DUA,
                      COD_ADUANA,
                      COD_DIV_DUA,
                      IMP_CIF,
                      IMP_USADO_DUA
               FROM V1DT184
               WHERE EST_DUA       = :CT-EST-ACTIVA
                 AND IMP_USADO_DUA > IMP_CIF
                 AND (:WS-ENT-BANCO = ' '
                      OR EXISTS
                         (SELECT 1
                          FROM V1DT185 E,
                               V1DT001 F
                          WHERE E.SEC_DUA_VIN   = V1DT184.SEC_DUA
                            AND F.NUM_REF       = E.NUM_REF_VIN
                            AND F.COD_ENT_BANCO = :WS-ENT-BANCO))
               ORDER BY NUM_DOC_DUA,
                        SEC_DUA
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
      *  SIN FECHA DE CORTE SE TOMA EL ULTIMO DIA DEL MES ANTERIOR;    *
      *  SIN FECHA DESDE ENTRAN TODAS LAS VENTAS HASTA EL CORTE        *
      ******************************************************************
       1000-INICIO.
      *
           OPEN INPUT  ARCH-PARAMETROS
           OPEN OUTPUT ARCH-REPORTE
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C99B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           IF  PAR-FEC-CORTE NUMERIC
               MOVE PAR-FEC-CORTE          TO WS-FEC-CORTE
           ELSE
               MOVE WS-FEC-HOY             TO WS-FEC-PRIMERO
               MOVE '01'                   TO WS-FEC-PRIMERO(7:2)
               MOVE FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-FEC-PRIMERO-N) - 1)
                                           TO WS-FEC-CORTE
           END-IF
      *
           IF  PAR-FEC-DESDE NUMERIC
               MOVE PAR-FEC-DESDE          TO WS-FEC-DESDE
           ELSE
               MOVE ZEROES                 TO WS-FEC-DESDE
           END-IF
      *
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      *
           MOVE ZEROES                     TO CN-LEIDAS
                                              CN-EN-PLAZO
                                              CN-SIN-SOPORTE
                                              CN-DUA-EXCEDIDAS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-CORTE               TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-VENTAS-SIN-SOPORTE
              THRU 2100-VENTAS-SIN-SOPORTE-EXIT
      *
           PERFORM 2200-DUA-EXCEDIDAS
              THRU 2200-DUA-EXCEDIDAS-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *                   2100-VENTAS-SIN-SOPORTE                      *
      ******************************************************************
       2100-VENTAS-SIN-SOPORTE.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C99B-V1DC0011
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-VENTA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C99B-V1DC0011
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2100-VENTAS-SIN-SOPORTE-EXIT.
           EXIT.
      ******************************************************************
      * LEER-VENTA
      ******************************************************************
       LEER-VENTA.
      *
           EXEC SQL
               FETCH V13C99B-V1DC0011
               INTO :DCLV1DT001.NUM-REF,
                    :DCLV1DT001.FEC-OPE,
                    :DCLV1DT001.NUM-DOC-PERSONA,
                    :DCLV1DT001.COD-CPT-CMP-VTA,
                    :DCLV1DT001.COD-DIV-OPE,
                    :DCLV1DT001.IMP-OPE,
                    :CANT-DIAS-SOPORTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-LEIDAS
                   PERFORM 5000-REVISAR-VENTA
                      THRU 5000-REVISAR-VENTA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   5000-REVISAR-VENTA                           *
      *  LA VENTA AUN DENTRO DEL PLAZO DE SU CONCEPTO NO SE REPORTA    *
      ******************************************************************
       5000-REVISAR-VENTA.
      *
           MOVE FEC-OPE OF DCLV1DT001      TO WS-FEC-OPE
      *
           COMPUTE WS-DIAS-TRANSCURRIDOS =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-CORTE-N)
                 - FUNCTION INTEGER-OF-DATE(WS-FEC-OPE-N)
      *
           IF  WS-DIAS-TRANSCURRIDOS NOT GREATER CANT-DIAS-SOPORTE
               ADD 1                       TO CN-EN-PLAZO
               GO TO 5000-REVISAR-VENTA-EXIT
           END-IF
      *
           EXEC SQL
               SELECT VALUE(SUM(IMP_APLICADO), 0)
               INTO  :WS-IMP-SOPORTE
               FROM V1DT185
               WHERE NUM_REF_VIN = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NUM-REF OF DCLV1DT001      TO LN-SS-NUM-REF
           MOVE FEC-OPE OF DCLV1DT001      TO LN-SS-FEC-OPE
           MOVE NUM-DOC-PERSONA OF DCLV1DT001
                                           TO LN-SS-CLIENTE
           MOVE COD-CPT-CMP-VTA OF DCLV1DT001
                                           TO LN-SS-CONCEPTO
           MOVE COD-DIV-OPE OF DCLV1DT001  TO LN-SS-COD-DIV
           MOVE IMP-OPE OF DCLV1DT001      TO LN-SS-IMP-OPE
           MOVE WS-IMP-SOPORTE             TO LN-SS-IMP-SOPORTE
           COMPUTE LN-SS-IMP-PENDIENTE =
                   IMP-OPE OF DCLV1DT001 - WS-IMP-SOPORTE
           MOVE WS-DIAS-TRANSCURRIDOS      TO LN-SS-DIAS
           WRITE REG-REPORTE             FROM LN-SIN-SOPORTE
      *
           ADD 1                           TO CN-SIN-SOPORTE
      *
           .
       5000-REVISAR-VENTA-EXIT.
           EXIT.
      ******************************************************************
      *                     2200-DUA-EXCEDIDAS                         *
      ******************************************************************
       2200-DUA-EXCEDIDAS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C99B-V1DC1841
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-DUA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C99B-V1DC1841
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2200-DUA-EXCEDIDAS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-DUA
      ******************************************************************
       LEER-DUA.
      *
           EXEC SQL
               FETCH V13C99B-V1DC1841
               INTO :SEC-DUA,
                    :NUM-DOC-DUA,
                    :NUM-DUA,
                    :COD-ADUANA,
                    :COD-DIV-DUA,
                    :IMP-CIF,
                    :IMP-USADO-DUA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-DUA-EXCEDIDAS
                   MOVE SEC-DUA            TO LN-DE-SEC-DUA
                   MOVE NUM-DOC-DUA        TO LN-DE-CLIENTE
                   MOVE NUM-DUA            TO LN-DE-NUM-DUA
                   MOVE COD-ADUANA         TO LN-DE-ADUANA
                   MOVE COD-DIV-DUA        TO LN-DE-COD-DIV
                   MOVE IMP-CIF            TO LN-DE-IMP-CIF
                   MOVE IMP-USADO-DUA      TO LN-DE-IMP-USADO
                   COMPUTE LN-DE-IMP-EXCESO = IMP-USADO-DUA - IMP-CIF
                   WRITE REG-REPORTE     FROM LN-DUA-EXCEDIDA

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
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C99B - FECHA DE CORTE:         ' WS-FEC-CORTE
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C99B - ENTIDAD JURIDICA:       CONSOLIDADO'
           ELSE
               DISPLAY 'V13C99B - ENTIDAD JURIDICA:       '
                       WS-ENT-BANCO
           END-IF
           DISPLAY 'V13C99B - VENTAS POR SOPORTAR:    ' CN-LEIDAS
           DISPLAY 'V13C99B - AUN EN PLAZO:           ' CN-EN-PLAZO
           DISPLAY 'V13C99B - VENTAS SIN SOPORTE:     ' CN-SIN-SOPORTE
           DISPLAY 'V13C99B - DUA EXCEDIDAS:          ' CN-DUA-EXCEDIDAS
      *
           IF  CN-SIN-SOPORTE GREATER ZEROES
            OR CN-DUA-EXCEDIDAS GREATER ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               SET W925-88-ALERTA          TO TRUE
               MOVE 'VENTAS DE IMPORTACION O DUA CON SOPORTE IRREGULAR'
                                           TO W925-TEXTO
               CALL CT-V19C025 USING V1WC925
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDAS                  TO W924-CANT-LEIDOS
           COMPUTE W924-CANT-GRABADOS = CN-SIN-SOPORTE
                                      + CN-DUA-EXCEDIDAS
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
           DISPLAY 'V13C99B - ERROR DB2 SQLCODE: ' SQLCODE
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

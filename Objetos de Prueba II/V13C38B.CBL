      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C38B                                             *
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
      * ARCHIVO DE ENTRADA: PARMIGT (FECHA DE OPERACION A CALCULAR)    *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALIGT (DETALLE DEL IGTF CALCULADO, EXENTO  *
      *  Y DE LAS OPERACIONES SIN ALICUOTA VIGENTE)                    *
      * ------------------                                             *
      * PROCESO GLOBAL: CALCULO DEL IMPUESTO A LAS GRANDES             *
      *  TRANSACCIONES FINANCIERAS (IGTF) DE LAS OPERACIONES DE        *
      *  CLIENTE (CLA_CONTRAPARTE DISTINTA DE 'B') DE LA FECHA.  LA    *
      *  ALICUOTA ES LA VIGENTE EN V1DT100 PARA LA FEC_OPE; LA BASE EN *
      *  BOLIVARES ES IMP_OPE POR TAS_BOLIVAR.  LA EXENCION SE DECIDE  *
      *  EN V1DT101 POR TIPO DE CLIENTE (LETRA INICIAL DEL DOCUMENTO)  *
      *  Y CONCEPTO DE COMPRA/VENTA.  CADA OPERACION QUEDA EN V1DT102: *
      *  LAS GRAVADAS PENDIENTES DE COBRO ('P'), QUE V13C06B ENVIA AL  *
      *  SISTEMA DE DEPOSITOS COMO LINEA PROPIA, Y LAS EXENTAS ('N')   *
      *  PARA LA DECLARACION.  LAS OPERACIONES YA CALCULADAS NO SE     *
      *  TOCAN, POR LO QUE EL PROCESO PUEDE REPETIRSE.  SIN ALICUOTA   *
      *  VIGENTE LA OPERACION NO SE GRABA, SE INFORMA Y SE ALERTA      *
      *  (CODIGO DE RETORNO 04) PARA QUE LA TOME UNA NUEVA CORRIDA     *
      *  UNA VEZ CARGADA LA TABLA                                      *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C38B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMIGT
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALIGT
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
           05  REP-NUM-REF                 PIC 9(10).
           05  FILLER                      PIC X(01).
           05  REP-DIVISA                  PIC X(03).
           05  FILLER                      PIC X(01).
           05  REP-BASE-DIV                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(01).
           05  REP-BASE-BS                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(01).
           05  REP-PCT                     PIC ZZ9,99.
           05  FILLER                      PIC X(01).
           05  REP-IGTF                    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           05  WS-TIP-CLIENTE              PIC X(01)   VALUE SPACES.
           05  WS-CANT-EXENCION            PIC S9(09)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-ALICUOTA                 PIC X(01)   VALUE 'N'.
               88  CON-ALICUOTA                        VALUE 'S'.
               88  SIN-ALICUOTA                        VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C38B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-NO-COBRA             PIC X(01)   VALUE 'N'.
           05  CT-TXT-GRAVADA              PIC X(22)
                               VALUE 'GRAVADA - POR COBRAR  '.
           05  CT-TXT-EXENTA               PIC X(22)
                               VALUE 'EXENTA                '.
           05  CT-TXT-SIN-ALICUOTA         PIC X(22)
                               VALUE 'SIN ALICUOTA VIGENTE  '.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LEIDAS                   PIC 9(07)   VALUE ZEROES.
           05  CN-GRAVADAS                 PIC 9(07)   VALUE ZEROES.
           05  CN-EXENTAS                  PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-ALICUOTA             PIC 9(07)   VALUE ZEROES.
           05  CN-TOT-IGTF                 PIC S9(15)V9(02) COMP-3
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
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT100
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT102
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    OPERACIONES DE CLIENTE DE LA FECHA AUN SIN IGTF CALCULADO
      *
           EXEC SQL
               DECLARE V13C38B-V1DC3811
               CURSOR FOR
               SELECT A.NUM_REF,
                      A.FEC_OPE,
                      A.COD_DIV_OPE,
                      A.COD_CPT_CMP_VTA,
                      A.NUM_DOC_PERSONA,
                      A.CTA_PASIVO_CL,
                      A.IMP_OPE,
                      A.TAS_BOLIVAR
               FROM V1DT001 A
               WHERE A.FEC_OPE          = :PAR-FECHA
                 AND A.CLA_CONTRAPARTE <> 'B'
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT102 B
                      WHERE B.NUM_REF = A.NUM_REF)
               ORDER BY A.NUM_REF
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
           OPEN OUTPUT ARCH-REPORTE
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C38B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           MOVE ZEROES                     TO CN-LEIDAS
                                              CN-GRAVADAS
                                              CN-EXENTAS
                                              CN-SIN-ALICUOTA
                                              CN-TOT-IGTF
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE PAR-FECHA                  TO W924-FEC-PROCESO
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
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C38B-V1DC3811
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-OPERACION
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C38B-V1DC3811
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
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-OPERACION
      ******************************************************************
       LEER-OPERACION.
      *
           EXEC SQL
               FETCH V13C38B-V1DC3811
               INTO :NUM-REF,
                    :FEC-OPE,
                    :COD-DIV-OPE,
                    :COD-CPT-CMP-VTA,
                    :NUM-DOC-PERSONA,
                    :CTA-PASIVO-CL,
                    :IMP-OPE,
                    :TAS-BOLIVAR
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3000-CALCULAR-IGTF
                      THRU 3000-CALCULAR-IGTF-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                     3000-CALCULAR-IGTF                         *
      ******************************************************************
       3000-CALCULAR-IGTF.
      *
           ADD 1                           TO CN-LEIDAS
      *
           MOVE NUM-REF                    TO REP-NUM-REF
           MOVE COD-DIV-OPE                TO REP-DIVISA
           MOVE IMP-OPE                    TO REP-BASE-DIV
      *
           PERFORM 3100-BUSCAR-ALICUOTA
              THRU 3100-BUSCAR-ALICUOTA-EXIT
      *
           IF  SIN-ALICUOTA
               ADD 1                       TO CN-SIN-ALICUOTA
               MOVE ZEROES                 TO REP-BASE-BS
                                              REP-PCT
                                              REP-IGTF
               MOVE CT-TXT-SIN-ALICUOTA    TO REP-TEXTO
               WRITE REG-REPORTE
               PERFORM 5200-ALERTAR
                  THRU 5200-ALERTAR-EXIT
               GO TO 3000-CALCULAR-IGTF-EXIT
           END-IF
      *
           MOVE NUM-REF                    TO NUM-REF-IGTF
           MOVE FEC-OPE                    TO FEC-OPE-IGTF
           MOVE COD-DIV-OPE                TO COD-DIV-IGTF
           MOVE NUM-DOC-PERSONA            TO NUM-DOC-IGTF
           MOVE CTA-PASIVO-CL              TO CTA-CLIENTE-IGTF
           MOVE IMP-OPE                    TO IMP-BASE-DIV
           COMPUTE IMP-BASE-BS ROUNDED = IMP-OPE * TAS-BOLIVAR
           MOVE PCT-IGTF                   TO PCT-IGTF-APLICADO
           MOVE WS-FEC-HOY                 TO FEC-CALCULO-IGTF
           MOVE SPACES                     TO COD-MOTIVO-FALLO-IGTF
                                              FEC-APLICADO-IGTF
           MOVE ZEROES                     TO CANT-INTENTOS-IGTF
      *
           PERFORM 3200-VERIFICAR-EXENCION
              THRU 3200-VERIFICAR-EXENCION-EXIT
      *
           IF  WS-CANT-EXENCION GREATER THAN ZEROES
               ADD 1                       TO CN-EXENTAS
               MOVE 'S'                    TO IND-EXENTO
               MOVE ZEROES                 TO IMP-IGTF
               MOVE CT-EST-NO-COBRA        TO EST-COBRO-IGTF
               MOVE CT-TXT-EXENTA          TO REP-TEXTO
           ELSE
               ADD 1                       TO CN-GRAVADAS
               MOVE 'N'                    TO IND-EXENTO
               COMPUTE IMP-IGTF ROUNDED =
                       IMP-BASE-BS * PCT-IGTF / 100
               ADD IMP-IGTF                TO CN-TOT-IGTF
               MOVE CT-EST-PENDIENTE       TO EST-COBRO-IGTF
               MOVE CT-TXT-GRAVADA         TO REP-TEXTO
           END-IF
      *
           EXEC SQL
               INSERT INTO V1DT102
                   (NUM_REF,
                    FEC_OPE,
                    COD_DIV,
                    NUM_DOC_PERSONA,
                    IMP_BASE_DIV,
                    IMP_BASE_BS,
                    PCT_IGTF,
                    IMP_IGTF,
                    IND_EXENTO,
                    CTA_CLIENTE,
                    FEC_CALCULO,
                    EST_COBRO,
                    COD_MOTIVO_FALLO,
                    CANT_INTENTOS,
                    FEC_APLICADO)
               VALUES
                   (:NUM-REF-IGTF,
                    :FEC-OPE-IGTF,
                    :COD-DIV-IGTF,
                    :NUM-DOC-IGTF,
                    :IMP-BASE-DIV,
                    :IMP-BASE-BS,
                    :PCT-IGTF-APLICADO,
                    :IMP-IGTF,
                    :IND-EXENTO,
                    :CTA-CLIENTE-IGTF,
                    :FEC-CALCULO-IGTF,
                    :EST-COBRO-IGTF,
                    :COD-MOTIVO-FALLO-IGTF,
                    :CANT-INTENTOS-IGTF,
                    :FEC-APLICADO-IGTF)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE IMP-BASE-BS                TO REP-BASE-BS
           MOVE PCT-IGTF-APLICADO          TO REP-PCT
           MOVE IMP-IGTF                   TO REP-IGTF
           WRITE REG-REPORTE
      *
           .
       3000-CALCULAR-IGTF-EXIT.
           EXIT.
      ******************************************************************
      * 3100-BUSCAR-ALICUOTA
      *  ALICUOTA VIGENTE EN LA FECHA DE LA OPERACION
      ******************************************************************
       3100-BUSCAR-ALICUOTA.
      *
           SET SIN-ALICUOTA                TO TRUE
           MOVE ZEROES                     TO PCT-IGTF
      *
           EXEC SQL
               SELECT PCT_IGTF
               INTO  :PCT-IGTF
               FROM V1DT100
               WHERE FEC_DESDE <= :FEC-OPE
                 AND FEC_HASTA >= :FEC-OPE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET CON-ALICUOTA        TO TRUE

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       3100-BUSCAR-ALICUOTA-EXIT.
           EXIT.
      ******************************************************************
      * 3200-VERIFICAR-EXENCION
      *  EXENCION VIGENTE PARA EL TIPO DE CLIENTE Y EL CONCEPTO; EL
      *  TIPO O EL CONCEPTO EN BLANCO EN LA TABLA APLICAN A TODOS
      ******************************************************************
       3200-VERIFICAR-EXENCION.
      *
           MOVE NUM-DOC-PERSONA(1:1)       TO WS-TIP-CLIENTE
           MOVE ZEROES                     TO WS-CANT-EXENCION
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-EXENCION
               FROM V1DT101
               WHERE (TIP_CLIENTE     = :WS-TIP-CLIENTE
                   OR TIP_CLIENTE     = ' ')
                 AND (COD_CPT_CMP_VTA = :COD-CPT-CMP-VTA
                   OR COD_CPT_CMP_VTA = ' ')
                 AND FEC_DESDE       <= :FEC-OPE
                 AND FEC_HASTA       >= :FEC-OPE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3200-VERIFICAR-EXENCION-EXIT.
           EXIT.
      ******************************************************************
      * 5200-ALERTAR
      ******************************************************************
       5200-ALERTAR.
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'A'                        TO W925-SEVERIDAD
           STRING 'IGTF OPERACION '        DELIMITED BY SIZE
                  REP-NUM-REF              DELIMITED BY SIZE
                  ' FECHA '                DELIMITED BY SIZE
                  FEC-OPE                  DELIMITED BY SIZE
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
           DISPLAY 'V13C38B - OPERACIONES LEIDAS:     '
                   CN-LEIDAS
           DISPLAY 'V13C38B - OPERACIONES GRAVADAS:   '
                   CN-GRAVADAS
           DISPLAY 'V13C38B - OPERACIONES EXENTAS:    '
                   CN-EXENTAS
           DISPLAY 'V13C38B - SIN ALICUOTA VIGENTE:   '
                   CN-SIN-ALICUOTA
           DISPLAY 'V13C38B - TOTAL IGTF CALCULADO:   '
                   CN-TOT-IGTF
      *
           IF  CN-SIN-ALICUOTA GREATER THAN ZEROES
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDAS                  TO W924-CANT-LEIDOS
           COMPUTE W924-CANT-GRABADOS = CN-GRAVADAS + CN-EXENTAS
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
           DISPLAY 'V13C38B - ERROR DB2 SQLCODE: ' SQLCODE
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

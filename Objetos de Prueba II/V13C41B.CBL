      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C41B                                             *
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
      * ARCHIVO DE ENTRADA: ENTACT (ACUSES DE RECIBO DEL REGULADOR     *
      *  SOBRE LOS ENVIOS RTE GENERADOS POR V13C40B)                   *
      * ------------------                                             *
      * ARCHIVO DE ENTRADA: PARMACT (DIAS DE CORTE PARA RECLAMAR UN    *
      *  ENVIO SIN ACUSE)                                              *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALACT (REPORTE DE ACUSES SIN               *
      *  CORRESPONDENCIA Y DE ENVIOS SIN ACUSE VENCIDOS)               *
      * ------------------                                             *
      * PROCESO GLOBAL: CASA EL ARCHIVO DE ACUSES DEL REGULADOR        *
      *  CONTRA EL REGISTRO DE ENVIOS DEL REPORTE DE TRANSACCIONES EN  *
      *  EFECTIVO (V1DT103), COMO V12C86B PARA LOS ROS.  CADA ACUSE    *
      *  ESTAMPA LA OPERACION COMO ACEPTADA O RECHAZADA CON EL CODIGO  *
      *  DE MOTIVO DEL REGULADOR; LAS RECHAZADAS LAS REENVIA V13C40B   *
      *  EN SU PROXIMO ENVIO.  LOS ACUSES SIN ENVIO REGISTRADO Y LOS   *
      *  ENVIOS SIN ACUSE PASADO EL CORTE DE DIAS SE REPORTAN Y SE     *
      *  AVISAN EN LA CONSOLA DE EVENTOS (V1DT025)                     *
      ******************************************************************
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C41B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMACT
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-ACUSES          ASSIGN TO ENTACT
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALACT
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
           05  PAR-DIAS-CORTE              PIC 9(03).
           05  FILLER                      PIC X(77).
      *
       FD  ARCH-ACUSES
           RECORDING MODE IS F.
      *
       01  REG-ACUSE.
           05  ACU-NUM-ENVIO               PIC X(05).
           05  ACU-NUM-ENVIO-R REDEFINES ACU-NUM-ENVIO
                                           PIC 9(05).
           05  ACU-NUM-REF                 PIC X(10).
           05  ACU-NUM-REF-R REDEFINES ACU-NUM-REF
                                           PIC 9(10).
           05  ACU-EST-ACUSE               PIC X(01).
           05  ACU-COD-MOTIVO              PIC X(04).
           05  ACU-FEC-ACUSE               PIC X(08).
           05  FILLER                      PIC X(52).
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
           05  WS-FEC-HOY-N REDEFINES WS-FEC-HOY
                                           PIC 9(08).
           05  WS-FEC-CORTE                PIC X(08)   VALUE SPACES.
           05  WS-DIAS-CORTE               PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-INT-HOY                  PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-INT-CORTE                PIC S9(09)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-SIN-ENVIO.
           05  FILLER                      PIC X(18)
                                   VALUE 'ACUSE SIN ENVIO   '.
           05  LN-SE-NUM-ENVIO             PIC 9(05).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-SE-NUM-REF               PIC 9(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-SE-EST-ACUSE             PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-SE-COD-MOTIVO            PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-SE-FEC-ACUSE             PIC X(08).
           05  FILLER                      PIC X(78)   VALUE SPACES.
      *
       01  LN-SIN-ACUSE.
           05  FILLER                      PIC X(18)
                                   VALUE 'ENVIO SIN ACUSE   '.
           05  LN-SA-NUM-ENVIO             PIC 9(05).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-SA-NUM-REF               PIC 9(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-SA-FEC-ENVIO             PIC X(08).
           05  FILLER                      PIC X(87)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-ARCHIVO              PIC X(01)   VALUE 'N'.
               88  FIN-ARCHIVO                         VALUE 'S'.
               88  NO-FIN-ARCHIVO                      VALUE 'N'.
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C41B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-ACUSE-ACEPTADO           PIC X(01)   VALUE 'A'.
           05  CT-ACUSE-RECHAZADO          PIC X(01)   VALUE 'R'.
      *    DIAS DE CORTE POR OMISION CUANDO EL PARAMETRO VIENE ERRADO
           05  CT-DIAS-CORTE               PIC S9(04)  COMP  VALUE 10.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-ACUSES-LEIDOS            PIC 9(07)   VALUE ZEROES.
           05  CN-ACEPTADOS                PIC 9(07)   VALUE ZEROES.
           05  CN-RECHAZADOS               PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-ENVIO                PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-ACUSE                PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT103
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    ENVIOS SIN ACUSE CON FECHA DE ENVIO ANTERIOR AL CORTE
      *
           EXEC SQL
               DECLARE V13C41B-V1DC0861
               CURSOR FOR
               SELECT NUM_REF,
                      NUM_ENVIO,
                      FEC_ENVIO
               FROM V1DT103
               WHERE EST_ACUSE = ' '
                 AND FEC_ENVIO < :WS-FEC-CORTE
               ORDER BY FEC_ENVIO,
                        NUM_REF
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
           PERFORM 2000-PROCESAR-ACUSES
              THRU 2000-PROCESAR-ACUSES-EXIT
      *
           PERFORM 3000-RECLAMAR-VENCIDOS
              THRU 3000-RECLAMAR-VENCIDOS-EXIT
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
                       ARCH-ACUSES
           OPEN OUTPUT ARCH-REPORTE
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C41B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           IF  PAR-DIAS-CORTE NUMERIC
           AND PAR-DIAS-CORTE GREATER THAN ZEROES
               MOVE PAR-DIAS-CORTE         TO WS-DIAS-CORTE
           ELSE
               MOVE CT-DIAS-CORTE          TO WS-DIAS-CORTE
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-FEC-HOY-N)
           COMPUTE WS-INT-CORTE = WS-INT-HOY - WS-DIAS-CORTE
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-CORTE)
                                           TO WS-FEC-CORTE
      *
           MOVE ZEROES                     TO CN-ACUSES-LEIDOS
                                              CN-ACEPTADOS
                                              CN-RECHAZADOS
                                              CN-SIN-ENVIO
                                              CN-SIN-ACUSE
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                    2000-PROCESAR-ACUSES                        *
      ******************************************************************
       2000-PROCESAR-ACUSES.
      *
           SET NO-FIN-ARCHIVO              TO TRUE
      *
           PERFORM LEER-ACUSE
      *
           PERFORM 5000-PROCESAR-ACUSE
              THRU 5000-PROCESAR-ACUSE-EXIT
             UNTIL FIN-ARCHIVO
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-PROCESAR-ACUSES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-ACUSE
      ******************************************************************
       LEER-ACUSE.
      *
           READ ARCH-ACUSES
               AT END
                   SET FIN-ARCHIVO         TO TRUE
           END-READ
      *
           .
      ******************************************************************
      *                    5000-PROCESAR-ACUSE                         *
      *  CASA EL ACUSE CONTRA EL ENVIO REGISTRADO; SOLO SE ESTAMPA     *
      *  UN ENVIO QUE AUN NO TENIA ACUSE, ASI UN ARCHIVO REPETIDO NO   *
      *  PISA LO YA ASENTADO                                           *
      ******************************************************************
       5000-PROCESAR-ACUSE.
      *
           ADD 1                           TO CN-ACUSES-LEIDOS
      *
           IF  ACU-NUM-REF NOT NUMERIC
            OR ACU-NUM-ENVIO NOT NUMERIC
            OR (ACU-EST-ACUSE NOT EQUAL CT-ACUSE-ACEPTADO AND
                ACU-EST-ACUSE NOT EQUAL CT-ACUSE-RECHAZADO)
               PERFORM 5300-REPORTAR-SIN-ENVIO
                  THRU 5300-REPORTAR-SIN-ENVIO-EXIT
               GO TO 5000-PROCESAR-ACUSE-FIN
           END-IF
      *
           MOVE ACU-NUM-REF-R              TO NUM-REF-RTE
           MOVE ACU-NUM-ENVIO-R            TO NUM-ENVIO-RTE
           MOVE ACU-EST-ACUSE              TO EST-ACUSE-RTE
           MOVE ACU-COD-MOTIVO             TO COD-MOTIVO-ACUSE-RTE
           MOVE ACU-FEC-ACUSE              TO FEC-ACUSE-RTE
      *
           EXEC SQL
               UPDATE V1DT103
                  SET EST_ACUSE        = :EST-ACUSE-RTE,
                      COD_MOTIVO_ACUSE = :COD-MOTIVO-ACUSE-RTE,
                      FEC_ACUSE        = :FEC-ACUSE-RTE
                WHERE NUM_REF          = :NUM-REF-RTE
                  AND NUM_ENVIO        = :NUM-ENVIO-RTE
                  AND EST_ACUSE        = ' '
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  ACU-EST-ACUSE EQUAL CT-ACUSE-ACEPTADO
                       ADD 1               TO CN-ACEPTADOS
                   ELSE
                       ADD 1               TO CN-RECHAZADOS
                   END-IF

               WHEN DB2-NOTFND
                   PERFORM 5300-REPORTAR-SIN-ENVIO
                      THRU 5300-REPORTAR-SIN-ENVIO-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       5000-PROCESAR-ACUSE-FIN.
      *
           PERFORM LEER-ACUSE
      *
           .
       5000-PROCESAR-ACUSE-EXIT.
           EXIT.
      ******************************************************************
      *                   5300-REPORTAR-SIN-ENVIO                      *
      ******************************************************************
       5300-REPORTAR-SIN-ENVIO.
      *
           ADD 1                           TO CN-SIN-ENVIO
      *
           MOVE ZEROES                     TO LN-SE-NUM-ENVIO
                                              LN-SE-NUM-REF
           IF  ACU-NUM-ENVIO NUMERIC
               MOVE ACU-NUM-ENVIO-R        TO LN-SE-NUM-ENVIO
           END-IF
           IF  ACU-NUM-REF NUMERIC
               MOVE ACU-NUM-REF-R          TO LN-SE-NUM-REF
           END-IF
           MOVE ACU-EST-ACUSE              TO LN-SE-EST-ACUSE
           MOVE ACU-COD-MOTIVO             TO LN-SE-COD-MOTIVO
           MOVE ACU-FEC-ACUSE              TO LN-SE-FEC-ACUSE
           WRITE REG-REPORTE             FROM LN-SIN-ENVIO
      *
           .
       5300-REPORTAR-SIN-ENVIO-EXIT.
           EXIT.
      ******************************************************************
      *                   3000-RECLAMAR-VENCIDOS                       *
      *  ENVIOS REGISTRADOS SIN ACUSE CON MAS DIAS QUE EL CORTE        *
      ******************************************************************
       3000-RECLAMAR-VENCIDOS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C41B-V1DC0861
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-VENCIDO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C41B-V1DC0861
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3000-RECLAMAR-VENCIDOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-VENCIDO
      ******************************************************************
       LEER-VENCIDO.
      *
           EXEC SQL
               FETCH V13C41B-V1DC0861
               INTO :NUM-REF-RTE,
                    :NUM-ENVIO-RTE,
                    :FEC-ENVIO-RTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-SIN-ACUSE
                   MOVE NUM-ENVIO-RTE      TO LN-SA-NUM-ENVIO
                   MOVE NUM-REF-RTE        TO LN-SA-NUM-REF
                   MOVE FEC-ENVIO-RTE      TO LN-SA-FEC-ENVIO
                   WRITE REG-REPORTE     FROM LN-SIN-ACUSE

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
                 ARCH-ACUSES
                 ARCH-REPORTE
      *
           DISPLAY 'V13C41B - ACUSES LEIDOS:          '
                   CN-ACUSES-LEIDOS
           DISPLAY 'V13C41B - ENVIOS ACEPTADOS:       '
                   CN-ACEPTADOS
           DISPLAY 'V13C41B - ENVIOS RECHAZADOS:      '
                   CN-RECHAZADOS
           DISPLAY 'V13C41B - ACUSES SIN ENVIO:       '
                   CN-SIN-ENVIO
           DISPLAY 'V13C41B - ENVIOS SIN ACUSE:       '
                   CN-SIN-ACUSE
      *
           IF  CN-SIN-ENVIO GREATER THAN ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               MOVE 'ACUSES DEL REGULADOR SIN ENVIO REGISTRADO'
                                           TO W925-TEXTO
               CALL CT-V19C025 USING V1WC925
           END-IF
      *
           IF  CN-SIN-ACUSE GREATER THAN ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               MOVE 'ENVIOS RTE SIN ACUSE PASADO EL CORTE DE DIAS'
                                           TO W925-TEXTO
               CALL CT-V19C025 USING V1WC925
           END-IF
      *
           IF  CN-RECHAZADOS GREATER THAN ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'C'                    TO W925-SEVERIDAD
               MOVE 'ENVIOS RTE RECHAZADOS: SE REENVIAN EN V13C40B'
                                           TO W925-TEXTO
               CALL CT-V19C025 USING V1WC925
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-ACUSES-LEIDOS           TO W924-CANT-LEIDOS
           MOVE CN-ACEPTADOS               TO W924-CANT-GRABADOS
           MOVE CN-RECHAZADOS              TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C41B - ERROR DB2 SQLCODE: ' SQLCODE
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

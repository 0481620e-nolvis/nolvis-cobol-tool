      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C45B                                             *
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
      * ARCHIVO DE ENTRADA: PARMDEC (FECHA DE OPERACION A REVISAR, POR *
      *  DEFECTO LA DEL DIA)                                           *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALDEC (OPERACIONES SOBRE EL UMBRAL SIN     *
      *  DECLARACION DE ORIGEN DE FONDOS)                              *
      * ------------------                                             *
      * PROCESO GLOBAL: REPORTE DIARIO DE LAS OPERACIONES DE CLIENTE   *
      *  DE LA FECHA CUYO EQUIVALENTE EN DOLARES (IMP_OPE X TAS_DOLAR) *
      *  ALCANZA EL UMBRAL VIGENTE DE V1DT115 Y QUE NO TIENEN          *
      *  DECLARACION DE ORIGEN Y DESTINO DE LOS FONDOS EN V1DT114.     *
      *  SI HAY ALGUNA SE DEJA UN EVENTO EN V1DT025 Y SE TERMINA CON   *
      *  CODIGO DE RETORNO 04.  LA DECLARACION SE CAPTA EN V13C45M     *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C45B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMDEC
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALDEC
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
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(68).
      * AD01-F
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
      *
       01  REG-REPORTE.
           05  REP-NUM-REF                 PIC 9(10).
           05  FILLER                      PIC X(02).
           05  REP-FEC-OPE                 PIC X(08).
           05  FILLER                      PIC X(02).
           05  REP-DOCUMENTO               PIC X(15).
           05  FILLER                      PIC X(02).
           05  REP-NOM-RAZON               PIC X(40).
           05  FILLER                      PIC X(02).
           05  REP-IMP-USD                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(01).
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
           05  WS-FEC-OPE                  PIC X(08)   VALUE SPACES.
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
      * AD01-F
           05  WS-IMP-USD                  PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-ED                  PIC ZZZZZZ9.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C45B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-SIN-DECLARACION          PIC 9(07)   VALUE ZEROES.
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
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    OPERACIONES DE CLIENTE DE LA FECHA SOBRE EL UMBRAL VIGENTE
      *    Y SIN DECLARACION DE FONDOS
      *
           EXEC SQL
               DECLARE V13C45B-V1DC4511
               CURSOR FOR
               SELECT A.NUM_REF,
                      A.FEC_OPE,
                      A.NUM_DOC_PERSONA,
                      A.NOM_RAZON,
                      CASE WHEN A.COD_DIV_OPE = :CT-DIV-DOLAR
                           THEN A.IMP_OPE
                           ELSE A.IMP_OPE * A.TAS_DOLAR
                      END
               FROM V1DT001 A,
                    V1DT115 U
               WHERE A.FEC_OPE          = :WS-FEC-OPE
                 AND A.CLA_CONTRAPARTE <> 'B'
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
                 AND U.FEC_DESDE       <= A.FEC_OPE
                 AND U.FEC_HASTA       >= A.FEC_OPE
                 AND CASE WHEN A.COD_DIV_OPE = :CT-DIV-DOLAR
                          THEN A.IMP_OPE
                          ELSE A.IMP_OPE * A.TAS_DOLAR
                     END >= U.IMP_UMBRAL
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT114 D
                      WHERE D.NUM_REF = A.NUM_REF)
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
                   DISPLAY 'V13C45B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           IF  PAR-FECHA EQUAL SPACES
               MOVE WS-FEC-HOY             TO WS-FEC-OPE
           ELSE
               MOVE PAR-FECHA              TO WS-FEC-OPE
           END-IF
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      * AD01-F
      *
           MOVE ZEROES                     TO CN-SIN-DECLARACION
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-OPE                 TO W924-FEC-PROCESO
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
               OPEN V13C45B-V1DC4511
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
               CLOSE V13C45B-V1DC4511
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
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
               FETCH V13C45B-V1DC4511
               INTO :DCLV1DT001.NUM-REF,
                    :DCLV1DT001.FEC-OPE,
                    :DCLV1DT001.NUM-DOC-PERSONA,
                    :DCLV1DT001.NOM-RAZON,
                    :WS-IMP-USD
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-ESCRIBIR-REPORTE
                      THRU 5000-ESCRIBIR-REPORTE-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   5000-ESCRIBIR-REPORTE                        *
      ******************************************************************
       5000-ESCRIBIR-REPORTE.
      *
           MOVE SPACES                     TO REG-REPORTE
           MOVE NUM-REF OF DCLV1DT001      TO REP-NUM-REF
           MOVE FEC-OPE OF DCLV1DT001      TO REP-FEC-OPE
           MOVE NUM-DOC-PERSONA OF DCLV1DT001
                                           TO REP-DOCUMENTO
           MOVE NOM-RAZON OF DCLV1DT001    TO REP-NOM-RAZON
           MOVE WS-IMP-USD                 TO REP-IMP-USD
      *
           WRITE REG-REPORTE
      *
           ADD 1                           TO CN-SIN-DECLARACION
      *
           .
       5000-ESCRIBIR-REPORTE-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C45B - OPERACIONES SIN DECLARACION: '
                   CN-SIN-DECLARACION
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C45B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V13C45B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD01-F
      *
           IF  CN-SIN-DECLARACION GREATER THAN ZEROES
               MOVE CN-SIN-DECLARACION     TO WS-CANT-ED
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               STRING WS-CANT-ED           DELIMITED BY SIZE
                      ' OPERACIONES SOBRE UMBRAL SIN DECLARACION '
                                           DELIMITED BY SIZE
                      WS-FEC-OPE           DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-SIN-DECLARACION         TO W924-CANT-LEIDOS
           MOVE CN-SIN-DECLARACION         TO W924-CANT-GRABADOS
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
           DISPLAY 'V13C45B - ERROR DB2 SQLCODE: ' SQLCODE
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

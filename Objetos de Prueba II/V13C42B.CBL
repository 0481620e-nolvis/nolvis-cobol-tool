      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C42B                                             *
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
      * ARCHIVO DE ENTRADA: PARMARQ (FECHA DE CONTROL, POR DEFECTO LA  *
      *  DEL DIA, Y DIAS MAXIMOS ENTRE ARQUEOS SEGUN LA POLITICA, POR  *
      *  DEFECTO 30)                                                   *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALARQ (POSICIONES CON ARQUEO VENCIDO)      *
      * ------------------                                             *
      * PROCESO GLOBAL: CONTROL DEL PLAZO DE LOS ARQUEOS FISICOS.      *
      *  TODA POSICION DE EFECTIVO CON SALDO (V1DT095) DEBE TENER UN   *
      *  ARQUEO CONFIRMADO (V1DT107, REGISTRADO Y VERIFICADO EN        *
      *  V13C42M) DENTRO DE LOS DIAS QUE FIJA LA POLITICA.  LAS QUE    *
      *  NO LO TIENEN (O NUNCA FUERON ARQUEADAS) SE REPORTAN Y DEJAN   *
      *  UN EVENTO EN V1DT025, CON CODIGO DE RETORNO 04                *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C42B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMARQ
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALARQ
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
           05  PAR-DIAS-MAX                PIC X(03).
           05  PAR-DIAS-MAX-N REDEFINES PAR-DIAS-MAX
                                           PIC 9(03).
           05  FILLER                      PIC X(69).
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
      *
       01  REG-REPORTE.
           05  REP-OFICINA                 PIC X(04).
           05  FILLER                      PIC X(02).
           05  REP-DIVISA                  PIC X(03).
           05  FILLER                      PIC X(02).
           05  REP-INVENTARIO              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(02).
           05  REP-ULT-ARQUEO              PIC X(08).
           05  FILLER                      PIC X(02).
           05  REP-TEXTO                   PIC X(20).
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
           05  WS-FEC-CONTROL              PIC X(08)   VALUE SPACES.
           05  WS-FEC-CONTROL-N REDEFINES WS-FEC-CONTROL
                                           PIC 9(08).
           05  WS-FEC-LIMITE               PIC X(08)   VALUE SPACES.
           05  WS-FEC-LIMITE-N REDEFINES WS-FEC-LIMITE
                                           PIC 9(08).
           05  WS-DIAS-MAX                 PIC 9(03)   VALUE ZEROES.
           05  WS-INT-FECHA                PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-ULT-ARQUEO               PIC X(08)   VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C42B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-DIAS-MAX                 PIC 9(03)   VALUE 30.
           05  CT-ARQUEO-CONFIRMADO        PIC X(01)   VALUE 'C'.
           05  CT-SIN-ARQUEO               PIC X(08)   VALUE '00000000'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-VENCIDAS                 PIC 9(05)   VALUE ZEROES.
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
               INCLUDE V1GT095
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    POSICIONES CON SALDO CUYO ULTIMO ARQUEO CONFIRMADO ES
      *    ANTERIOR AL LIMITE (O QUE NO TIENEN NINGUNO)
      *
           EXEC SQL
               DECLARE V13C42B-V1DC4211
               CURSOR FOR
               SELECT I.COD_OFICINA,
                      I.COD_DIV,
                      I.IMP_INVENTARIO,
                      VALUE(MAX(A.FEC_ARQUEO), :CT-SIN-ARQUEO)
               FROM V1DT095 I
                    LEFT OUTER JOIN V1DT107 A
                      ON A.COD_OFICINA = I.COD_OFICINA
                     AND A.COD_DIV     = I.COD_DIV
                     AND A.EST_ARQUEO  = :CT-ARQUEO-CONFIRMADO
               WHERE I.IMP_INVENTARIO <> 0
               GROUP BY I.COD_OFICINA,
                        I.COD_DIV,
                        I.IMP_INVENTARIO
               HAVING VALUE(MAX(A.FEC_ARQUEO), :CT-SIN-ARQUEO)
                      < :WS-FEC-LIMITE
               ORDER BY I.COD_OFICINA,
                        I.COD_DIV
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
      *  EL LIMITE ES LA FECHA DE CONTROL MENOS LOS DIAS DE POLITICA   *
      ******************************************************************
       1000-INICIO.
      *
           OPEN INPUT  ARCH-PARAMETROS
           OPEN OUTPUT ARCH-REPORTE
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C42B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           IF  PAR-FECHA EQUAL SPACES
               MOVE WS-FEC-HOY             TO WS-FEC-CONTROL
           ELSE
               MOVE PAR-FECHA              TO WS-FEC-CONTROL
           END-IF
      *
           IF  PAR-DIAS-MAX NUMERIC
           AND PAR-DIAS-MAX-N GREATER THAN ZEROES
               MOVE PAR-DIAS-MAX-N         TO WS-DIAS-MAX
           ELSE
               MOVE CT-DIAS-MAX            TO WS-DIAS-MAX
           END-IF
      *
           COMPUTE WS-INT-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-CONTROL-N)
                   - WS-DIAS-MAX
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-FECHA)
                                           TO WS-FEC-LIMITE-N
      *
           MOVE ZEROES                     TO CN-VENCIDAS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-CONTROL             TO W924-FEC-PROCESO
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
               OPEN V13C42B-V1DC4211
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-POSICION
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C42B-V1DC4211
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
      * LEER-POSICION
      ******************************************************************
       LEER-POSICION.
      *
           EXEC SQL
               FETCH V13C42B-V1DC4211
               INTO :COD-OFI-CAJA,
                    :COD-DIV-CAJA,
                    :IMP-INVENTARIO,
                    :WS-ULT-ARQUEO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3000-REPORTAR-VENCIDA
                      THRU 3000-REPORTAR-VENCIDA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   3000-REPORTAR-VENCIDA                        *
      ******************************************************************
       3000-REPORTAR-VENCIDA.
      *
           ADD 1                           TO CN-VENCIDAS
      *
           MOVE SPACES                     TO REG-REPORTE
           MOVE COD-OFI-CAJA               TO REP-OFICINA
           MOVE COD-DIV-CAJA               TO REP-DIVISA
           MOVE IMP-INVENTARIO             TO REP-INVENTARIO
      *
           IF  WS-ULT-ARQUEO EQUAL CT-SIN-ARQUEO
               MOVE SPACES                 TO REP-ULT-ARQUEO
               MOVE 'NUNCA ARQUEADA'       TO REP-TEXTO
           ELSE
               MOVE WS-ULT-ARQUEO          TO REP-ULT-ARQUEO
               MOVE 'ARQUEO VENCIDO'       TO REP-TEXTO
           END-IF
      *
           WRITE REG-REPORTE
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'A'                        TO W925-SEVERIDAD
           STRING 'ARQUEO VENCIDO OFICINA '
                                           DELIMITED BY SIZE
                  COD-OFI-CAJA             DELIMITED BY SIZE
                  ' DIVISA '               DELIMITED BY SIZE
                  COD-DIV-CAJA             DELIMITED BY SIZE
                  ' ULTIMO '               DELIMITED BY SIZE
                  REP-ULT-ARQUEO           DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       3000-REPORTAR-VENCIDA-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C42B - FECHA LIMITE DE ARQUEO: '
                   WS-FEC-LIMITE
           DISPLAY 'V13C42B - POSICIONES VENCIDAS:    '
                   CN-VENCIDAS
      *
           IF  CN-VENCIDAS GREATER THAN ZEROES
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-VENCIDAS                TO W924-CANT-LEIDOS
           MOVE CN-VENCIDAS                TO W924-CANT-GRABADOS
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
           DISPLAY 'V13C42B - ERROR DB2 SQLCODE: ' SQLCODE
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

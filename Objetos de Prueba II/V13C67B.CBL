      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C67B                                             *
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
      * ARCHIVO DE ENTRADA: PARMBAS (FECHA DE CORTE, EN BLANCO LA DEL  *
      *  DIA; DIAS HACIA ATRAS DE LA VENTANA, EN BLANCO O CERO 30)     *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALBAS (LINEAS BASE CALCULADAS)             *
      * ------------------                                             *
      * PROCESO GLOBAL: APRENDIZAJE DE LA LINEA BASE DE LAS CORRIDAS   *
      *  BATCH.  DE LA HISTORIA DEL REGISTRO DE CORRIDAS (V1DT024) SE  *
      *  TOMAN LAS CORRIDAS TERMINADAS SIN ERROR (RC HASTA 04) CUYA    *
      *  FECHA DE PROCESO CAE EN LA VENTANA, Y POR PROGRAMA SE CALCULA *
      *  LA DURACION PROMEDIO Y MAXIMA EN SEGUNDOS Y EL PROMEDIO DE    *
      *  LEIDOS, GRABADOS Y ACTUALIZADOS.  EL RESULTADO REEMPLAZA LA   *
      *  LINEA BASE DEL PROGRAMA EN V1DT141; EL PROGRAMA SIN CORRIDAS  *
      *  EN LA VENTANA CONSERVA LA ANTERIOR.  LA TAREA V13C68U LA USA  *
      *  PARA DETECTAR CORRIDAS QUE SE PASAN DE SU FIN ESPERADO O CUYO *
      *  VOLUMEN SE APARTA DEL NORMAL                                  *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C67B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMBAS
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALBAS
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
           05  PAR-FEC-PROCESO             PIC X(08).
           05  PAR-CANT-DIAS               PIC X(03).
           05  FILLER                      PIC X(69).
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
           05  WS-FEC-PROCESO              PIC X(08)   VALUE SPACES.
           05  WS-FEC-PROCESO-N REDEFINES WS-FEC-PROCESO
                                           PIC 9(08).
           05  WS-FEC-DESDE                PIC X(08)   VALUE SPACES.
           05  WS-FEC-DESDE-N REDEFINES WS-FEC-DESDE
                                           PIC 9(08).
           05  WS-FEC-ED                   PIC X(10)   VALUE SPACES.
           05  WS-DIAS-X                   PIC X(03)   VALUE SPACES.
           05  WS-DIAS-N REDEFINES WS-DIAS-X
                                           PIC 9(03).
      *
      *    DURACION DE LA CORRIDA LEIDA
           05  WS-FEC-INI-N                PIC 9(08)   VALUE ZEROES.
           05  WS-FEC-FIN-N                PIC 9(08)   VALUE ZEROES.
           05  WS-HOR-INI                  PIC X(06)   VALUE SPACES.
           05  WS-HOR-INI-R REDEFINES WS-HOR-INI.
               10  WS-HH-INI               PIC 9(02).
               10  WS-MM-INI               PIC 9(02).
               10  WS-SS-INI               PIC 9(02).
           05  WS-HOR-FIN                  PIC X(06)   VALUE SPACES.
           05  WS-HOR-FIN-R REDEFINES WS-HOR-FIN.
               10  WS-HH-FIN               PIC 9(02).
               10  WS-MM-FIN               PIC 9(02).
               10  WS-SS-FIN               PIC 9(02).
           05  WS-SEG-CORRIDA              PIC S9(09)  COMP
                                                       VALUE ZEROES.
      *
      *    ACUMULADOS DEL PROGRAMA EN CURSO
           05  WS-PROGRAMA-ANT             PIC X(08)   VALUE LOW-VALUES.
           05  WS-ACU-CORRIDAS             PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-ACU-SEGUNDOS             PIC S9(15)  COMP-3
                                                       VALUE ZEROES.
           05  WS-MAX-SEGUNDOS             PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-ACU-LEIDOS               PIC S9(15)  COMP-3
                                                       VALUE ZEROES.
           05  WS-ACU-GRABADOS             PIC S9(15)  COMP-3
                                                       VALUE ZEROES.
           05  WS-ACU-ACTUALIZADOS         PIC S9(15)  COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(50)
               VALUE 'LINEA BASE DE LAS CORRIDAS BATCH'.
           05  FILLER                      PIC X(07)   VALUE 'CORTE: '.
           05  LN-TIT-FECHA                PIC X(10).
           05  FILLER                      PIC X(08)   VALUE ' DIAS: '.
           05  LN-TIT-DIAS                 PIC ZZ9.
           05  FILLER                      PIC X(54)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(10)   VALUE 'PROGRAMA'.
           05  FILLER                      PIC X(08)   VALUE 'CORRIDAS'.
           05  FILLER                      PIC X(14)
                                           VALUE '   SEG. PROM.'.
           05  FILLER                      PIC X(14)
                                           VALUE '    SEG. MAX.'.
           05  FILLER                      PIC X(14)
                                           VALUE '  LEIDOS PROM'.
           05  FILLER                      PIC X(14)
                                           VALUE 'GRABADOS PROM'.
           05  FILLER                      PIC X(14)
                                           VALUE ' ACTUAL. PROM'.
           05  FILLER                      PIC X(42)   VALUE SPACES.
      *
       01  LN-DETALLE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-PROGRAMA             PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-CORRIDAS             PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-DET-SEG-PROMEDIO         PIC ZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-DET-SEG-MAXIMO           PIC ZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-DET-LEIDOS               PIC ZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-DET-GRABADOS             PIC ZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-DET-ACTUALIZADOS         PIC ZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(43)   VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C67B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-DIAS-DEFECTO             PIC 9(03)   VALUE 30.
           05  CT-RC-MAXIMO                PIC S9(04)  COMP  VALUE 4.
           05  CT-EST-TERMINADA            PIC X(01)   VALUE 'T'.
           05  CT-SEG-DIA                  PIC 9(05)   VALUE 86400.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LEIDOS                   PIC 9(07)   VALUE ZEROES.
           05  CN-DESCARTADOS              PIC 9(07)   VALUE ZEROES.
           05  CN-GRABADOS                 PIC 9(07)   VALUE ZEROES.
           05  CN-ACTUALIZADOS             PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT024
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT141
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    CORRIDAS TERMINADAS SIN ERROR DENTRO DE LA VENTANA, POR
      *    PROGRAMA
      *
           EXEC SQL
               DECLARE V13C67B-V1DC6711
               CURSOR FOR
               SELECT COD_PROGRAMA,
                      FEC_INICIO,
                      HOR_INICIO,
                      FEC_FIN,
                      HOR_FIN,
                      CANT_LEIDOS,
                      CANT_GRABADOS,
                      CANT_ACTUALIZADOS
               FROM V1DT024
               WHERE EST_CORRIDA  = :CT-EST-TERMINADA
                 AND COD_RETORNO <= :CT-RC-MAXIMO
                 AND FEC_PROCESO BETWEEN :WS-FEC-DESDE
                                     AND :WS-FEC-PROCESO
               ORDER BY COD_PROGRAMA
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
                OUTPUT ARCH-REPORTE
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           READ ARCH-PARAMETROS
               AT END
                   MOVE SPACES             TO REG-PARAMETROS
           END-READ
      *
           IF  PAR-FEC-PROCESO EQUAL SPACES
               MOVE WS-FEC-HOY             TO WS-FEC-PROCESO
           ELSE
               MOVE PAR-FEC-PROCESO        TO WS-FEC-PROCESO
           END-IF
      *
           MOVE PAR-CANT-DIAS              TO WS-DIAS-X
           INSPECT WS-DIAS-X REPLACING LEADING SPACES BY ZEROES
           IF  WS-DIAS-X NOT NUMERIC
            OR WS-DIAS-N EQUAL ZEROES
               MOVE CT-DIAS-DEFECTO        TO WS-DIAS-N
           END-IF
      *
           COMPUTE WS-FEC-DESDE-N = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FEC-PROCESO-N)
                    - WS-DIAS-N)
      *
           MOVE ZEROES                     TO CN-LEIDOS
                                              CN-DESCARTADOS
                                              CN-GRABADOS
                                              CN-ACTUALIZADOS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-PROCESO             TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE WS-FEC-PROCESO(7:2)        TO WS-FEC-ED(1:2)
           MOVE '/'                        TO WS-FEC-ED(3:1)
           MOVE WS-FEC-PROCESO(5:2)        TO WS-FEC-ED(4:2)
           MOVE '/'                        TO WS-FEC-ED(6:1)
           MOVE WS-FEC-PROCESO(1:4)        TO WS-FEC-ED(7:4)
           MOVE WS-FEC-ED                  TO LN-TIT-FECHA
           MOVE WS-DIAS-N                  TO LN-TIT-DIAS
      *
           WRITE REG-REPORTE             FROM LN-TITULO
           WRITE REG-REPORTE             FROM LN-CABECERA
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
               OPEN V13C67B-V1DC6711
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-CORRIDA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C67B-V1DC6711
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
      *    ULTIMO PROGRAMA DE LA LECTURA
           IF  WS-ACU-CORRIDAS GREATER THAN ZEROES
               PERFORM 3000-GRABAR-BASE
                  THRU 3000-GRABAR-BASE-EXIT
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
      * LEER-CORRIDA
      ******************************************************************
       LEER-CORRIDA.
      *
           EXEC SQL
               FETCH V13C67B-V1DC6711
               INTO :COD-PROGRAMA,
                    :FEC-INICIO,
                    :HOR-INICIO,
                    :FEC-FIN,
                    :HOR-FIN,
                    :CANT-LEIDOS,
                    :CANT-GRABADOS,
                    :CANT-ACTUALIZADOS
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-ACUMULAR-CORRIDA
                      THRU 2100-ACUMULAR-CORRIDA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   2100-ACUMULAR-CORRIDA                        *
      *  AL CAMBIAR DE PROGRAMA SE GRABA LA BASE DEL ANTERIOR.  UNA    *
      *  CORRIDA CON FECHAS U HORAS INCOMPLETAS NO ENTRA EN LA BASE    *
      ******************************************************************
       2100-ACUMULAR-CORRIDA.
      *
           ADD 1                           TO CN-LEIDOS
      *
           IF  COD-PROGRAMA NOT EQUAL WS-PROGRAMA-ANT
               IF  WS-ACU-CORRIDAS GREATER THAN ZEROES
                   PERFORM 3000-GRABAR-BASE
                      THRU 3000-GRABAR-BASE-EXIT
               END-IF
               MOVE COD-PROGRAMA           TO WS-PROGRAMA-ANT
               MOVE ZEROES                 TO WS-ACU-CORRIDAS
                                              WS-ACU-SEGUNDOS
                                              WS-MAX-SEGUNDOS
                                              WS-ACU-LEIDOS
                                              WS-ACU-GRABADOS
                                              WS-ACU-ACTUALIZADOS
           END-IF
      *
           IF  FEC-INICIO NOT NUMERIC
            OR HOR-INICIO NOT NUMERIC
            OR FEC-FIN    NOT NUMERIC
            OR HOR-FIN    NOT NUMERIC
               ADD 1                       TO CN-DESCARTADOS
               GO TO 2100-ACUMULAR-CORRIDA-EXIT
           END-IF
      *
           MOVE FEC-INICIO                 TO WS-FEC-INI-N
           MOVE FEC-FIN                    TO WS-FEC-FIN-N
           MOVE HOR-INICIO                 TO WS-HOR-INI
           MOVE HOR-FIN                    TO WS-HOR-FIN
      *
           COMPUTE WS-SEG-CORRIDA =
                   (FUNCTION INTEGER-OF-DATE(WS-FEC-FIN-N) -
                    FUNCTION INTEGER-OF-DATE(WS-FEC-INI-N)) * CT-SEG-DIA
                   + (WS-HH-FIN * 3600 + WS-MM-FIN * 60 + WS-SS-FIN)
                   - (WS-HH-INI * 3600 + WS-MM-INI * 60 + WS-SS-INI)
      *
           IF  WS-SEG-CORRIDA LESS THAN ZEROES
               ADD 1                       TO CN-DESCARTADOS
               GO TO 2100-ACUMULAR-CORRIDA-EXIT
           END-IF
      *
           ADD 1                           TO WS-ACU-CORRIDAS
           ADD WS-SEG-CORRIDA              TO WS-ACU-SEGUNDOS
           ADD CANT-LEIDOS                 TO WS-ACU-LEIDOS
           ADD CANT-GRABADOS               TO WS-ACU-GRABADOS
           ADD CANT-ACTUALIZADOS           TO WS-ACU-ACTUALIZADOS
      *
           IF  WS-SEG-CORRIDA GREATER THAN WS-MAX-SEGUNDOS
               MOVE WS-SEG-CORRIDA         TO WS-MAX-SEGUNDOS
           END-IF
      *
           .
       2100-ACUMULAR-CORRIDA-EXIT.
           EXIT.
      ******************************************************************
      *                      3000-GRABAR-BASE                          *
      *  REEMPLAZA LA LINEA BASE DEL PROGRAMA; SI NO LA TENIA SE DA    *
      *  DE ALTA                                                       *
      ******************************************************************
       3000-GRABAR-BASE.
      *
           MOVE WS-PROGRAMA-ANT            TO COD-PROGRAMA-BAS
           MOVE WS-ACU-CORRIDAS            TO CANT-CORRIDAS-BAS
           MOVE WS-MAX-SEGUNDOS            TO SEG-MAXIMO-BAS
           MOVE WS-FEC-PROCESO             TO FEC-CALCULO-BAS
      *
           COMPUTE SEG-PROMEDIO-BAS ROUNDED =
                   WS-ACU-SEGUNDOS / WS-ACU-CORRIDAS
           COMPUTE PROM-LEIDOS-BAS ROUNDED =
                   WS-ACU-LEIDOS / WS-ACU-CORRIDAS
           COMPUTE PROM-GRABADOS-BAS ROUNDED =
                   WS-ACU-GRABADOS / WS-ACU-CORRIDAS
           COMPUTE PROM-ACTUALIZADOS-BAS ROUNDED =
                   WS-ACU-ACTUALIZADOS / WS-ACU-CORRIDAS
      *
           EXEC SQL
               UPDATE V1DT141
                  SET CANT_CORRIDAS     = :CANT-CORRIDAS-BAS,
                      SEG_PROMEDIO      = :SEG-PROMEDIO-BAS,
                      SEG_MAXIMO        = :SEG-MAXIMO-BAS,
                      PROM_LEIDOS       = :PROM-LEIDOS-BAS,
                      PROM_GRABADOS     = :PROM-GRABADOS-BAS,
                      PROM_ACTUALIZADOS = :PROM-ACTUALIZADOS-BAS,
                      FEC_CALCULO       = :FEC-CALCULO-BAS
                WHERE COD_PROGRAMA      = :COD-PROGRAMA-BAS
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-ACTUALIZADOS

               WHEN DB2-NOTFND
                   PERFORM 3100-ALTA-BASE
                      THRU 3100-ALTA-BASE-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE COD-PROGRAMA-BAS           TO LN-DET-PROGRAMA
           MOVE CANT-CORRIDAS-BAS          TO LN-DET-CORRIDAS
           MOVE SEG-PROMEDIO-BAS           TO LN-DET-SEG-PROMEDIO
           MOVE SEG-MAXIMO-BAS             TO LN-DET-SEG-MAXIMO
           MOVE PROM-LEIDOS-BAS            TO LN-DET-LEIDOS
           MOVE PROM-GRABADOS-BAS          TO LN-DET-GRABADOS
           MOVE PROM-ACTUALIZADOS-BAS      TO LN-DET-ACTUALIZADOS
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           .
       3000-GRABAR-BASE-EXIT.
           EXIT.
      ******************************************************************
      *                       3100-ALTA-BASE                           *
      ******************************************************************
       3100-ALTA-BASE.
      *
           EXEC SQL
               INSERT INTO V1DT141
                   (COD_PROGRAMA,
                    CANT_CORRIDAS,
                    SEG_PROMEDIO,
                    SEG_MAXIMO,
                    PROM_LEIDOS,
                    PROM_GRABADOS,
                    PROM_ACTUALIZADOS,
                    FEC_CALCULO)
               VALUES
                   (:COD-PROGRAMA-BAS,
                    :CANT-CORRIDAS-BAS,
                    :SEG-PROMEDIO-BAS,
                    :SEG-MAXIMO-BAS,
                    :PROM-LEIDOS-BAS,
                    :PROM-GRABADOS-BAS,
                    :PROM-ACTUALIZADOS-BAS,
                    :FEC-CALCULO-BAS)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-GRABADOS
      *
           .
       3100-ALTA-BASE-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C67B - CORRIDAS LEIDAS:           ' CN-LEIDOS
           DISPLAY 'V13C67B - CORRIDAS DESCARTADAS:      '
                   CN-DESCARTADOS
           DISPLAY 'V13C67B - LINEAS BASE NUEVAS:        ' CN-GRABADOS
           DISPLAY 'V13C67B - LINEAS BASE RECALCULADAS:  '
                   CN-ACTUALIZADOS
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDOS                  TO W924-CANT-LEIDOS
           MOVE CN-GRABADOS                TO W924-CANT-GRABADOS
           MOVE CN-ACTUALIZADOS            TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C67B - ERROR DB2 SQLCODE: ' SQLCODE
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

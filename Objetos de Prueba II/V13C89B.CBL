      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C89B                                             *
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
      * ARCHIVO DE ENTRADA: PARMDCT (PERIODO AAAAMM A REVISAR; EN      *
      *  BLANCO, EL MES ANTERIOR AL DE LA CORRIDA)                     *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALDCT (REPORTE DE DIFERENCIAS DE LA DOBLE  *
      *  CAPTURA, 132 POSICIONES)                                      *
      * ------------------                                             *
      * PROCESO GLOBAL: SEGUIMIENTO MENSUAL DE LA DOBLE CAPTURA A      *
      *  CIEGAS (V13C89M).  LISTA CADA INTENTO DE VERIFICACION QUE NO  *
      *  COINCIDIO EN EL PERIODO (V1DT173) CON LOS DATOS QUE DIFIEREN  *
      *  Y EL ESTADO ACTUAL DE LA OPERACION (V1DT172), Y TOTALIZA LAS  *
      *  DIFERENCIAS POR OPERADOR QUE CAPTO Y POR OPERADOR QUE         *
      *  VERIFICO PARA EL PLAN DE ADIESTRAMIENTO.  NO MODIFICA NINGUNA *
      *  TABLA                                                         *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C89B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMDCT
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALDCT
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
           05  PAR-PERIODO                 PIC X(06).
           05  FILLER                      PIC X(74).
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
           05  WS-FEC-HOY-R REDEFINES WS-FEC-HOY.
               10  WS-HOY-ANO              PIC 9(04).
               10  WS-HOY-MES              PIC 9(02).
               10  WS-HOY-DIA              PIC 9(02).
           05  WS-PERIODO                  PIC X(06)   VALUE SPACES.
           05  WS-PERIODO-R REDEFINES WS-PERIODO.
               10  WS-PER-ANO              PIC 9(04).
               10  WS-PER-MES              PIC 9(02).
           05  WS-FEC-DESDE                PIC X(08)   VALUE SPACES.
           05  WS-FEC-HASTA                PIC X(08)   VALUE SPACES.
      *    TOTALES POR OPERADOR DEVUELTOS POR LOS CURSORES AGRUPADOS
           05  WS-USUARIO                  PIC X(08)   VALUE SPACES.
           05  WS-CANT-INTENTOS            PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-IMPORTE             PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-DIVISA              PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-CUENTA              PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-RIF                 PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-TASA                PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-OPERACIONES         PIC S9(09)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(40)
               VALUE 'DIFERENCIAS DE LA DOBLE CAPTURA - MES '.
           05  LN-TIT-PERIODO              PIC X(06).
           05  FILLER                      PIC X(14)
               VALUE ' - GENERADO EL'.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-TIT-GENERADO             PIC X(08).
           05  FILLER                      PIC X(63)   VALUE SPACES.
      *
       01  LN-SECCION.
           05  LN-SEC-TEXTO                PIC X(60).
           05  FILLER                      PIC X(72)   VALUE SPACES.
      *
       01  LN-CAB-DETALLE.
           05  FILLER                      PIC X(12)
               VALUE 'REFERENCIA'.
           05  FILLER                      PIC X(09)   VALUE 'FECHA'.
           05  FILLER                      PIC X(07)   VALUE 'HORA'.
           05  FILLER                      PIC X(09)   VALUE 'CAPTO'.
           05  FILLER                      PIC X(09)   VALUE 'VERIFICO'.
           05  FILLER                      PIC X(05)   VALUE 'OFIC'.
           05  FILLER                      PIC X(05)   VALUE 'IMP'.
           05  FILLER                      PIC X(05)   VALUE 'DIV'.
           05  FILLER                      PIC X(05)   VALUE 'CTA'.
           05  FILLER                      PIC X(05)   VALUE 'RIF'.
           05  FILLER                      PIC X(05)   VALUE 'TASA'.
           05  FILLER                      PIC X(56)
               VALUE 'ESTADO ACTUAL'.
      *
       01  LN-DETALLE.
           05  LN-DET-NUM-REF              PIC 9(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-HORA                 PIC X(06).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-CAPTO                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-VERIFICO             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-OFICINA              PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-IMPORTE              PIC X(01).
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-DET-DIVISA               PIC X(01).
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-DET-CUENTA               PIC X(01).
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-DET-RIF                  PIC X(01).
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-DET-TASA                 PIC X(01).
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-DET-ESTADO               PIC X(10).
           05  FILLER                      PIC X(45)   VALUE SPACES.
      *
       01  LN-CAB-OPERADOR.
           05  FILLER                      PIC X(10)   VALUE 'OPERADOR'.
           05  FILLER                      PIC X(12)
               VALUE 'OPERACIONES'.
           05  FILLER                      PIC X(12)   VALUE 'INTENTOS'.
           05  FILLER                      PIC X(12)   VALUE 'IMPORTE'.
           05  FILLER                      PIC X(12)   VALUE 'DIVISA'.
           05  FILLER                      PIC X(12)   VALUE 'CUENTA'.
           05  FILLER                      PIC X(12)   VALUE 'RIF'.
           05  FILLER                      PIC X(50)   VALUE 'TASA'.
      *
       01  LN-OPERADOR.
           05  LN-OPE-USUARIO              PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-OPE-OPERACIONES          PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-OPE-INTENTOS             PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-OPE-IMPORTE              PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-OPE-DIVISA               PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-OPE-CUENTA               PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-OPE-RIF                  PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-OPE-TASA                 PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(41)   VALUE SPACES.
      *
       01  LN-NINGUNA.
           05  FILLER                      PIC X(30)
               VALUE '   *** SIN DIFERENCIAS ***'.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C89B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-EST-VERIFICADA           PIC X(01)   VALUE 'V'.
           05  CT-TXT-PENDIENTE            PIC X(10)
               VALUE 'PENDIENTE'.
           05  CT-TXT-VERIFICADA           PIC X(10)
               VALUE 'VERIFICADA'.
           05  CT-SEC-DETALLE              PIC X(60)
               VALUE 'INTENTOS DE VERIFICACION QUE NO COINCIDIERON'.
           05  CT-SEC-CAPTURA              PIC X(60)
               VALUE 'DIFERENCIAS POR OPERADOR QUE CAPTO'.
           05  CT-SEC-VERIFICA             PIC X(60)
               VALUE 'DIFERENCIAS POR OPERADOR QUE VERIFICO'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-DIFERENCIAS              PIC 9(07)   VALUE ZEROES.
           05  CN-OPERADORES               PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT172
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT173
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    INTENTOS FALLIDOS DEL PERIODO CON EL ESTADO ACTUAL DE LA
      *    OPERACION
      *
           EXEC SQL
               DECLARE V13C89B-V1DC8911
               CURSOR FOR
               SELECT F.NUM_REF,
                      F.FEC_DIFERENCIA,
                      F.HOR_DIFERENCIA,
                      F.COD_USUARIO_CAPTURA,
                      F.COD_USUARIO_VERIF,
                      F.COD_OFICINA,
                      F.IND_DIF_IMPORTE,
                      F.IND_DIF_DIVISA,
                      F.IND_DIF_CUENTA,
                      F.IND_DIF_RIF,
                      F.IND_DIF_TASA,
                      D.EST_DOBLE_CAPTURA
               FROM V1DT173 F,
                    V1DT172 D
               WHERE F.FEC_DIFERENCIA BETWEEN :WS-FEC-DESDE
                                          AND :WS-FEC-HASTA
                 AND D.NUM_REF = F.NUM_REF
               ORDER BY F.COD_OFICINA,
                        F.NUM_REF,
                        F.FEC_DIFERENCIA,
                        F.HOR_DIFERENCIA
           END-EXEC
      *
      *    TOTALES DEL PERIODO POR OPERADOR QUE CAPTO
      *
           EXEC SQL
               DECLARE V13C89B-V1DC8912
               CURSOR FOR
               SELECT COD_USUARIO_CAPTURA,
                      COUNT(DISTINCT NUM_REF),
                      COUNT(*),
                      SUM(CASE WHEN IND_DIF_IMPORTE = :CT-SI
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN IND_DIF_DIVISA = :CT-SI
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN IND_DIF_CUENTA = :CT-SI
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN IND_DIF_RIF = :CT-SI
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN IND_DIF_TASA = :CT-SI
                               THEN 1 ELSE 0 END)
               FROM V1DT173
               WHERE FEC_DIFERENCIA BETWEEN :WS-FEC-DESDE
                                        AND :WS-FEC-HASTA
               GROUP BY COD_USUARIO_CAPTURA
               ORDER BY COD_USUARIO_CAPTURA
           END-EXEC
      *
      *    TOTALES DEL PERIODO POR OPERADOR QUE VERIFICO
      *
           EXEC SQL
               DECLARE V13C89B-V1DC8913
               CURSOR FOR
               SELECT COD_USUARIO_VERIF,
                      COUNT(DISTINCT NUM_REF),
                      COUNT(*),
                      SUM(CASE WHEN IND_DIF_IMPORTE = :CT-SI
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN IND_DIF_DIVISA = :CT-SI
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN IND_DIF_CUENTA = :CT-SI
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN IND_DIF_RIF = :CT-SI
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN IND_DIF_TASA = :CT-SI
                               THEN 1 ELSE 0 END)
               FROM V1DT173
               WHERE FEC_DIFERENCIA BETWEEN :WS-FEC-DESDE
                                        AND :WS-FEC-HASTA
               GROUP BY COD_USUARIO_VERIF
               ORDER BY COD_USUARIO_VERIF
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
           PERFORM 2000-LISTAR-DIFERENCIAS
              THRU 2000-LISTAR-DIFERENCIAS-EXIT
      *
           PERFORM 3000-TOTALES-CAPTURA
              THRU 3000-TOTALES-CAPTURA-EXIT
      *
           PERFORM 4000-TOTALES-VERIFICA
              THRU 4000-TOTALES-VERIFICA-EXIT
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
           IF  PAR-PERIODO EQUAL SPACES
               IF  WS-HOY-MES EQUAL 1
                   COMPUTE WS-PER-ANO = WS-HOY-ANO - 1
                   MOVE 12                 TO WS-PER-MES
               ELSE
                   MOVE WS-HOY-ANO         TO WS-PER-ANO
                   COMPUTE WS-PER-MES = WS-HOY-MES - 1
               END-IF
           ELSE
               MOVE PAR-PERIODO            TO WS-PERIODO
               IF  WS-PERIODO NOT NUMERIC
                OR WS-PER-MES LESS 1
                OR WS-PER-MES GREATER 12
                   DISPLAY 'V13C89B - PERIODO INVALIDO: ' PAR-PERIODO
                   MOVE 16                 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *
           STRING WS-PERIODO '01' DELIMITED BY SIZE
                  INTO WS-FEC-DESDE
           END-STRING
           STRING WS-PERIODO '31' DELIMITED BY SIZE
                  INTO WS-FEC-HASTA
           END-STRING
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE WS-PERIODO                 TO LN-TIT-PERIODO
           MOVE WS-FEC-HOY                 TO LN-TIT-GENERADO
           WRITE REG-REPORTE             FROM LN-TITULO
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                  2000-LISTAR-DIFERENCIAS                       *
      ******************************************************************
       2000-LISTAR-DIFERENCIAS.
      *
           MOVE CT-SEC-DETALLE             TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CAB-DETALLE
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C89B-V1DC8911
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-DIFERENCIA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C89B-V1DC8911
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  CN-DIFERENCIAS EQUAL ZEROES
               WRITE REG-REPORTE         FROM LN-NINGUNA
           END-IF
      *
           .
       2000-LISTAR-DIFERENCIAS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-DIFERENCIA
      ******************************************************************
       LEER-DIFERENCIA.
      *
           EXEC SQL
               FETCH V13C89B-V1DC8911
               INTO :NUM-REF-DIF,
                    :FEC-DIFERENCIA,
                    :HOR-DIFERENCIA,
                    :COD-USUARIO-CAPTURA-DIF,
                    :COD-USUARIO-VERIF-DIF,
                    :COD-OFICINA-DIF,
                    :IND-DIF-IMPORTE,
                    :IND-DIF-DIVISA,
                    :IND-DIF-CUENTA,
                    :IND-DIF-RIF,
                    :IND-DIF-TASA,
                    :EST-DOBLE-CAPTURA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-IMPRIMIR-DIFERENCIA
                      THRU 2100-IMPRIMIR-DIFERENCIA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  2100-IMPRIMIR-DIFERENCIA                      *
      *  SOLO SE MARCAN LOS DATOS QUE DIFIEREN; EL VALOR CAPTADO NO    *
      *  SE LISTA                                                      *
      ******************************************************************
       2100-IMPRIMIR-DIFERENCIA.
      *
           ADD 1                           TO CN-DIFERENCIAS
      *
           MOVE NUM-REF-DIF                TO LN-DET-NUM-REF
           MOVE FEC-DIFERENCIA             TO LN-DET-FECHA
           MOVE HOR-DIFERENCIA             TO LN-DET-HORA
           MOVE COD-USUARIO-CAPTURA-DIF    TO LN-DET-CAPTO
           MOVE COD-USUARIO-VERIF-DIF      TO LN-DET-VERIFICO
           MOVE COD-OFICINA-DIF            TO LN-DET-OFICINA
           MOVE IND-DIF-IMPORTE            TO LN-DET-IMPORTE
           MOVE IND-DIF-DIVISA             TO LN-DET-DIVISA
           MOVE IND-DIF-CUENTA             TO LN-DET-CUENTA
           MOVE IND-DIF-RIF                TO LN-DET-RIF
           MOVE IND-DIF-TASA               TO LN-DET-TASA
      *
           IF  EST-DOBLE-CAPTURA EQUAL CT-EST-VERIFICADA
               MOVE CT-TXT-VERIFICADA      TO LN-DET-ESTADO
           ELSE
               MOVE CT-TXT-PENDIENTE       TO LN-DET-ESTADO
           END-IF
      *
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           .
       2100-IMPRIMIR-DIFERENCIA-EXIT.
           EXIT.
      ******************************************************************
      *                   3000-TOTALES-CAPTURA                         *
      ******************************************************************
       3000-TOTALES-CAPTURA.
      *
           MOVE CT-SEC-CAPTURA             TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CAB-OPERADOR
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C89B-V1DC8912
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-TOTAL-CAPTURA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C89B-V1DC8912
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  CN-DIFERENCIAS EQUAL ZEROES
               WRITE REG-REPORTE         FROM LN-NINGUNA
           END-IF
      *
           .
       3000-TOTALES-CAPTURA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-TOTAL-CAPTURA
      ******************************************************************
       LEER-TOTAL-CAPTURA.
      *
           EXEC SQL
               FETCH V13C89B-V1DC8912
               INTO :WS-USUARIO,
                    :WS-CANT-OPERACIONES,
                    :WS-CANT-INTENTOS,
                    :WS-CANT-IMPORTE,
                    :WS-CANT-DIVISA,
                    :WS-CANT-CUENTA,
                    :WS-CANT-RIF,
                    :WS-CANT-TASA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-OPERADORES
                   PERFORM 5000-IMPRIMIR-OPERADOR
                      THRU 5000-IMPRIMIR-OPERADOR-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   4000-TOTALES-VERIFICA                        *
      ******************************************************************
       4000-TOTALES-VERIFICA.
      *
           MOVE CT-SEC-VERIFICA            TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CAB-OPERADOR
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C89B-V1DC8913
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-TOTAL-VERIFICA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C89B-V1DC8913
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  CN-DIFERENCIAS EQUAL ZEROES
               WRITE REG-REPORTE         FROM LN-NINGUNA
           END-IF
      *
           .
       4000-TOTALES-VERIFICA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-TOTAL-VERIFICA
      ******************************************************************
       LEER-TOTAL-VERIFICA.
      *
           EXEC SQL
               FETCH V13C89B-V1DC8913
               INTO :WS-USUARIO,
                    :WS-CANT-OPERACIONES,
                    :WS-CANT-INTENTOS,
                    :WS-CANT-IMPORTE,
                    :WS-CANT-DIVISA,
                    :WS-CANT-CUENTA,
                    :WS-CANT-RIF,
                    :WS-CANT-TASA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-IMPRIMIR-OPERADOR
                      THRU 5000-IMPRIMIR-OPERADOR-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  5000-IMPRIMIR-OPERADOR                        *
      ******************************************************************
       5000-IMPRIMIR-OPERADOR.
      *
           MOVE WS-USUARIO                 TO LN-OPE-USUARIO
           MOVE WS-CANT-OPERACIONES        TO LN-OPE-OPERACIONES
           MOVE WS-CANT-INTENTOS           TO LN-OPE-INTENTOS
           MOVE WS-CANT-IMPORTE            TO LN-OPE-IMPORTE
           MOVE WS-CANT-DIVISA             TO LN-OPE-DIVISA
           MOVE WS-CANT-CUENTA             TO LN-OPE-CUENTA
           MOVE WS-CANT-RIF                TO LN-OPE-RIF
           MOVE WS-CANT-TASA               TO LN-OPE-TASA
           WRITE REG-REPORTE             FROM LN-OPERADOR
      *
           .
       5000-IMPRIMIR-OPERADOR-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           MOVE 'INTENTOS QUE NO COINCIDIERON:' TO LN-TOT-TEXTO
           MOVE CN-DIFERENCIAS              TO LN-TOT-CANT
           WRITE REG-REPORTE              FROM LN-TOTAL
           MOVE 'OPERADORES QUE CAPTARON:'  TO LN-TOT-TEXTO
           MOVE CN-OPERADORES               TO LN-TOT-CANT
           WRITE REG-REPORTE              FROM LN-TOTAL
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-DIFERENCIAS             TO W924-CANT-LEIDOS
           MOVE CN-DIFERENCIAS             TO W924-CANT-GRABADOS
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
           DISPLAY 'V13C89B - ERROR DB2 SQLCODE: ' SQLCODE
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

      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C68U                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: VIGILANCIA DE LAS CORRIDAS BATCH CONTRA SU       *
      *               LINEA BASE (V1DT141, APRENDIDA POR V13C67B).     *
      *               TAREA ARRANCADA POR INTERVALO COMO V13C12U:      *
      *               1. LA CORRIDA QUE SIGUE EN 'E' EN V1DT024 MAS    *
      *                  ALLA DE SU FIN ESPERADO (ARRANQUE MAS LA      *
      *                  DURACION PROMEDIO CON SU HOLGURA) DEJA EVENTO *
      *                  CRITICO.                                      *
      *               2. LA CORRIDA TERMINADA DESDE AYER CUYO          *
      *                  CONTADOR DE LEIDOS, GRABADOS O ACTUALIZADOS   *
      *                  SE APARTA MUCHO DE SU PROMEDIO (UN LOTE QUE   *
      *                  LEE LA DECIMA PARTE DE LO HABITUAL) DEJA      *
      *                  EVENTO CRITICO.                               *
      *               LOS EVENTOS SON CRITICOS PARA QUE V13C12U LOS    *
      *               ESCALE FUERA DE HORARIO.  CADA ALERTA QUEDA EN   *
      *               V1DT142 Y NO SE REPITE EN LAS PASADAS SIGUIENTES *
      *               PARA LA MISMA CORRIDA.  UN PROGRAMA SIN LINEA    *
      *               BASE O CON POCAS CORRIDAS NO SE VIGILA           *
      *                                                                *
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
       PROGRAM-ID.   V13C68U.
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
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
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
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
           05  WS-HOR-HOY-R REDEFINES WS-HOR-HOY.
               10  WS-HH-HOY               PIC 9(02).
               10  WS-MM-HOY               PIC 9(02).
               10  WS-SS-HOY               PIC 9(02).
           05  WS-FEC-AYER                 PIC X(08)   VALUE SPACES.
           05  WS-FEC-AYER-N REDEFINES WS-FEC-AYER
                                           PIC 9(08).
      *
      *    ARRANQUE DE LA CORRIDA EN EJECUCION
           05  WS-FEC-INI-N                PIC 9(08)   VALUE ZEROES.
           05  WS-HOR-INI                  PIC X(06)   VALUE SPACES.
           05  WS-HOR-INI-R REDEFINES WS-HOR-INI.
               10  WS-HH-INI               PIC 9(02).
               10  WS-MM-INI               PIC 9(02).
               10  WS-SS-INI               PIC 9(02).
           05  WS-SEG-TRANSCURRIDOS        PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-SEG-ESPERADOS            PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-SEG-FIN-ESPERADO         PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-HH-ESPERADO              PIC 9(02)   VALUE ZEROES.
           05  WS-MM-ESPERADO              PIC 9(02)   VALUE ZEROES.
           05  WS-MIN-TRANSCURRIDOS        PIC ZZZ9    VALUE ZEROES.
      *
      *    CONTADOR QUE SE APARTA DE SU PROMEDIO
           05  WS-LIT-CONTADOR             PIC X(12)   VALUE SPACES.
           05  WS-CANT-REAL                PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-PROMEDIO            PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-REAL-ED             PIC ZZ.ZZZ.ZZ9.
           05  WS-CANT-PROM-ED             PIC ZZ.ZZZ.ZZ9.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-DESVIO                   PIC X(01)   VALUE 'N'.
               88  HAY-DESVIO                          VALUE 'S'.
               88  NO-HAY-DESVIO                       VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C68U'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-SEV-CRITICO              PIC X(01)   VALUE 'C'.
           05  CT-EST-EJECUCION            PIC X(01)   VALUE 'E'.
           05  CT-EST-TERMINADA            PIC X(01)   VALUE 'T'.
           05  CT-ALERTA-DURACION          PIC X(01)   VALUE 'D'.
           05  CT-ALERTA-VOLUMEN           PIC X(01)   VALUE 'V'.
      *    UNA LINEA BASE CON MENOS CORRIDAS NO ES CONFIABLE
           05  CT-MIN-CORRIDAS             PIC S9(04)  COMP-3 VALUE 5.
      *    FIN ESPERADO: PROMEDIO MAS 50%, Y NUNCA MENOS DE 10 MINUTOS
      *    DE HOLGURA SOBRE EL PROMEDIO
           05  CT-PCT-HOLGURA              PIC 9(03)   VALUE 150.
           05  CT-SEG-HOLGURA-MIN          PIC 9(05)   VALUE 600.
      *    UN CONTADOR SE APARTA SI ES MENOS DE LA CUARTA PARTE O MAS
      *    DEL CUADRUPLE DE SU PROMEDIO; PROMEDIOS PEQUENOS NO CUENTAN
           05  CT-FACTOR-DESVIO            PIC 9(02)   VALUE 4.
           05  CT-MIN-VOLUMEN              PIC 9(05)   VALUE 100.
           05  CT-SEG-DIA                  PIC 9(05)   VALUE 86400.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-ALERTAS                  PIC 9(05)   VALUE ZEROES.
      ******************************************************************
      *                       COPYS UTILIZADAS                         *
      ******************************************************************
      * COPY DE LA RUTINA QG1CABC (ABENDS)
           COPY QGECABC.
      * COPY PARA ERRORES DB2
           COPY QCWCL20.
      * COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      ******************************************************************
      *                       AREA DE TABLAS                           *
      ******************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT024
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT141
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT142
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    CORRIDAS EN EJECUCION CON LINEA BASE Y SIN ALERTA DE
      *    DURACION PARA ESE ARRANQUE
      *
           EXEC SQL
               DECLARE V13C68U-V1DC68U1
               CURSOR FOR
               SELECT A.COD_PROGRAMA,
                      A.FEC_PROCESO,
                      A.FEC_INICIO,
                      A.HOR_INICIO,
                      B.SEG_PROMEDIO
               FROM V1DT024 A
                    INNER JOIN V1DT141 B
                      ON B.COD_PROGRAMA = A.COD_PROGRAMA
               WHERE A.EST_CORRIDA    = :CT-EST-EJECUCION
                 AND B.CANT_CORRIDAS >= :CT-MIN-CORRIDAS
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT142 C
                      WHERE C.COD_PROGRAMA = A.COD_PROGRAMA
                        AND C.FEC_PROCESO  = A.FEC_PROCESO
                        AND C.FEC_INICIO   = A.FEC_INICIO
                        AND C.HOR_INICIO   = A.HOR_INICIO
                        AND C.TIP_ALERTA   = :CT-ALERTA-DURACION)
               ORDER BY A.COD_PROGRAMA,
                        A.FEC_PROCESO
           END-EXEC
      *
      *    CORRIDAS TERMINADAS DESDE AYER CON LINEA BASE Y SIN ALERTA
      *    DE VOLUMEN PARA ESE ARRANQUE
      *
           EXEC SQL
               DECLARE V13C68U-V1DC68U2
               CURSOR FOR
               SELECT A.COD_PROGRAMA,
                      A.FEC_PROCESO,
                      A.FEC_INICIO,
                      A.HOR_INICIO,
                      A.CANT_LEIDOS,
                      A.CANT_GRABADOS,
                      A.CANT_ACTUALIZADOS,
                      B.PROM_LEIDOS,
                      B.PROM_GRABADOS,
                      B.PROM_ACTUALIZADOS
               FROM V1DT024 A
                    INNER JOIN V1DT141 B
                      ON B.COD_PROGRAMA = A.COD_PROGRAMA
               WHERE A.EST_CORRIDA    = :CT-EST-TERMINADA
                 AND A.FEC_FIN       >= :WS-FEC-AYER
                 AND B.CANT_CORRIDAS >= :CT-MIN-CORRIDAS
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT142 C
                      WHERE C.COD_PROGRAMA = A.COD_PROGRAMA
                        AND C.FEC_PROCESO  = A.FEC_PROCESO
                        AND C.FEC_INICIO   = A.FEC_INICIO
                        AND C.HOR_INICIO   = A.HOR_INICIO
                        AND C.TIP_ALERTA   = :CT-ALERTA-VOLUMEN)
               ORDER BY A.COD_PROGRAMA,
                        A.FEC_PROCESO
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
           PERFORM 2000-CORRIDAS-EXCEDIDAS
              THRU 2000-CORRIDAS-EXCEDIDAS-EXIT
      *
           PERFORM 3000-VOLUMENES-ANOMALOS
              THRU 3000-VOLUMENES-ANOMALOS-EXIT
      *
           EXEC CICS
               RETURN
           END-EXEC
      *
           GOBACK
           .
      ******************************************************************
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
           EXEC CICS
               IGNORE CONDITION ERROR
           END-EXEC
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HOR-HOY
      *
           COMPUTE WS-FEC-AYER-N = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FEC-HOY-N) - 1)
      *
           MOVE ZEROES                     TO CN-ALERTAS
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                  2000-CORRIDAS-EXCEDIDAS                       *
      ******************************************************************
       2000-CORRIDAS-EXCEDIDAS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C68U-V1DC68U1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-EN-EJECUCION
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C68U-V1DC68U1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2000-CORRIDAS-EXCEDIDAS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-EN-EJECUCION
      ******************************************************************
       LEER-EN-EJECUCION.
      *
           EXEC SQL
               FETCH V13C68U-V1DC68U1
               INTO :COD-PROGRAMA,
                    :FEC-PROCESO,
                    :FEC-INICIO,
                    :HOR-INICIO,
                    :SEG-PROMEDIO-BAS
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-EVALUAR-DURACION
                      THRU 2100-EVALUAR-DURACION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   2100-EVALUAR-DURACION                        *
      *  SEGUNDOS DESDE EL ARRANQUE CONTRA LA DURACION ESPERADA        *
      ******************************************************************
       2100-EVALUAR-DURACION.
      *
           IF  FEC-INICIO NOT NUMERIC
            OR HOR-INICIO NOT NUMERIC
               GO TO 2100-EVALUAR-DURACION-EXIT
           END-IF
      *
           MOVE FEC-INICIO                 TO WS-FEC-INI-N
           MOVE HOR-INICIO                 TO WS-HOR-INI
      *
           COMPUTE WS-SEG-TRANSCURRIDOS =
                   (FUNCTION INTEGER-OF-DATE(WS-FEC-HOY-N) -
                    FUNCTION INTEGER-OF-DATE(WS-FEC-INI-N)) * CT-SEG-DIA
                   + (WS-HH-HOY * 3600 + WS-MM-HOY * 60 + WS-SS-HOY)
                   - (WS-HH-INI * 3600 + WS-MM-INI * 60 + WS-SS-INI)
      *
           COMPUTE WS-SEG-ESPERADOS =
                   SEG-PROMEDIO-BAS * CT-PCT-HOLGURA / 100
      *
           IF  WS-SEG-ESPERADOS LESS THAN
               SEG-PROMEDIO-BAS + CT-SEG-HOLGURA-MIN
               COMPUTE WS-SEG-ESPERADOS =
                       SEG-PROMEDIO-BAS + CT-SEG-HOLGURA-MIN
           END-IF
      *
           IF  WS-SEG-TRANSCURRIDOS NOT GREATER THAN WS-SEG-ESPERADOS
               GO TO 2100-EVALUAR-DURACION-EXIT
           END-IF
      *
      *    HORA DEL FIN ESPERADO, DENTRO DEL DIA
           COMPUTE WS-SEG-FIN-ESPERADO =
                   WS-HH-INI * 3600 + WS-MM-INI * 60 + WS-SS-INI
                   + WS-SEG-ESPERADOS
           COMPUTE WS-SEG-FIN-ESPERADO =
                   FUNCTION MOD(WS-SEG-FIN-ESPERADO, CT-SEG-DIA)
           COMPUTE WS-HH-ESPERADO = WS-SEG-FIN-ESPERADO / 3600
           COMPUTE WS-MM-ESPERADO =
                   (WS-SEG-FIN-ESPERADO - WS-HH-ESPERADO * 3600) / 60
           COMPUTE WS-MIN-TRANSCURRIDOS = WS-SEG-TRANSCURRIDOS / 60
      *
           MOVE CT-ALERTA-DURACION         TO TIP-ALERTA-ALC
           MOVE WS-SEG-TRANSCURRIDOS       TO CANT-REAL-ALC
           MOVE WS-SEG-ESPERADOS           TO CANT-ESPERADA-ALC
      *
           INITIALIZE V1WC925
           STRING COD-PROGRAMA
                  ' EXCEDE SU FIN ESPERADO '
                  WS-HH-ESPERADO
                  ':'
                  WS-MM-ESPERADO
                  ' LLEVA '
                  WS-MIN-TRANSCURRIDOS
                  ' MIN'
                  DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
      *
           PERFORM 5000-EMITIR-ALERTA
              THRU 5000-EMITIR-ALERTA-EXIT
      *
           .
       2100-EVALUAR-DURACION-EXIT.
           EXIT.
      ******************************************************************
      *                  3000-VOLUMENES-ANOMALOS                       *
      ******************************************************************
       3000-VOLUMENES-ANOMALOS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C68U-V1DC68U2
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-TERMINADA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C68U-V1DC68U2
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3000-VOLUMENES-ANOMALOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-TERMINADA
      ******************************************************************
       LEER-TERMINADA.
      *
           EXEC SQL
               FETCH V13C68U-V1DC68U2
               INTO :COD-PROGRAMA,
                    :FEC-PROCESO,
                    :FEC-INICIO,
                    :HOR-INICIO,
                    :CANT-LEIDOS,
                    :CANT-GRABADOS,
                    :CANT-ACTUALIZADOS,
                    :PROM-LEIDOS-BAS,
                    :PROM-GRABADOS-BAS,
                    :PROM-ACTUALIZADOS-BAS
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3100-EVALUAR-VOLUMEN
                      THRU 3100-EVALUAR-VOLUMEN-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   3100-EVALUAR-VOLUMEN                         *
      *  SE ALERTA EL PRIMER CONTADOR QUE SE APARTA; UNA ALERTA POR    *
      *  CORRIDA BASTA PARA QUE LA GUARDIA LA REVISE                   *
      ******************************************************************
       3100-EVALUAR-VOLUMEN.
      *
           SET NO-HAY-DESVIO               TO TRUE
      *
           MOVE 'LEIDOS'                   TO WS-LIT-CONTADOR
           MOVE CANT-LEIDOS                TO WS-CANT-REAL
           MOVE PROM-LEIDOS-BAS            TO WS-CANT-PROMEDIO
           PERFORM 3150-COMPARAR-CONTADOR
              THRU 3150-COMPARAR-CONTADOR-EXIT
      *
           IF  NO-HAY-DESVIO
               MOVE 'GRABADOS'             TO WS-LIT-CONTADOR
               MOVE CANT-GRABADOS          TO WS-CANT-REAL
               MOVE PROM-GRABADOS-BAS      TO WS-CANT-PROMEDIO
               PERFORM 3150-COMPARAR-CONTADOR
                  THRU 3150-COMPARAR-CONTADOR-EXIT
           END-IF
      *
           IF  NO-HAY-DESVIO
               MOVE 'ACTUALIZADOS'         TO WS-LIT-CONTADOR
               MOVE CANT-ACTUALIZADOS      TO WS-CANT-REAL
               MOVE PROM-ACTUALIZADOS-BAS  TO WS-CANT-PROMEDIO
               PERFORM 3150-COMPARAR-CONTADOR
                  THRU 3150-COMPARAR-CONTADOR-EXIT
           END-IF
      *
           IF  NO-HAY-DESVIO
               GO TO 3100-EVALUAR-VOLUMEN-EXIT
           END-IF
      *
           MOVE CT-ALERTA-VOLUMEN          TO TIP-ALERTA-ALC
           MOVE WS-CANT-REAL               TO CANT-REAL-ALC
           MOVE WS-CANT-PROMEDIO           TO CANT-ESPERADA-ALC
           MOVE WS-CANT-REAL               TO WS-CANT-REAL-ED
           MOVE WS-CANT-PROMEDIO           TO WS-CANT-PROM-ED
      *
           INITIALIZE V1WC925
           STRING COD-PROGRAMA
                  ' '
                  WS-LIT-CONTADOR
                  WS-CANT-REAL-ED
                  ' PROMEDIO '
                  WS-CANT-PROM-ED
                  DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
      *
           PERFORM 5000-EMITIR-ALERTA
              THRU 5000-EMITIR-ALERTA-EXIT
      *
           .
       3100-EVALUAR-VOLUMEN-EXIT.
           EXIT.
      ******************************************************************
      *                  3150-COMPARAR-CONTADOR                        *
      ******************************************************************
       3150-COMPARAR-CONTADOR.
      *
           IF  WS-CANT-PROMEDIO LESS THAN CT-MIN-VOLUMEN
               GO TO 3150-COMPARAR-CONTADOR-EXIT
           END-IF
      *
           IF  WS-CANT-REAL * CT-FACTOR-DESVIO LESS THAN
               WS-CANT-PROMEDIO
            OR WS-CANT-REAL GREATER THAN
               WS-CANT-PROMEDIO * CT-FACTOR-DESVIO
               SET HAY-DESVIO              TO TRUE
           END-IF
      *
           .
       3150-COMPARAR-CONTADOR-EXIT.
           EXIT.
      ******************************************************************
      *                    5000-EMITIR-ALERTA                          *
      *  PRIMERO SE ANOTA LA ALERTA DE LA CORRIDA Y LUEGO SE DEJA EL   *
      *  EVENTO CRITICO; EL TEXTO VIENE ARMADO EN W925-TEXTO           *
      ******************************************************************
       5000-EMITIR-ALERTA.
      *
           MOVE COD-PROGRAMA               TO COD-PROGRAMA-ALC
           MOVE FEC-PROCESO                TO FEC-PROCESO-ALC
           MOVE FEC-INICIO                 TO FEC-INICIO-ALC
           MOVE HOR-INICIO                 TO HOR-INICIO-ALC
           MOVE WS-FEC-HOY                 TO FEC-ALERTA-ALC
           MOVE WS-HOR-HOY                 TO HOR-ALERTA-ALC
      *
           EXEC SQL
               INSERT INTO V1DT142
                   (COD_PROGRAMA,
                    FEC_PROCESO,
                    FEC_INICIO,
                    HOR_INICIO,
                    TIP_ALERTA,
                    FEC_ALERTA,
                    HOR_ALERTA,
                    CANT_REAL,
                    CANT_ESPERADA)
               VALUES
                   (:COD-PROGRAMA-ALC,
                    :FEC-PROCESO-ALC,
                    :FEC-INICIO-ALC,
                    :HOR-INICIO-ALC,
                    :TIP-ALERTA-ALC,
                    :FEC-ALERTA-ALC,
                    :HOR-ALERTA-ALC,
                    :CANT-REAL-ALC,
                    :CANT-ESPERADA-ALC)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-ALERTAS
      *
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE CT-SEV-CRITICO             TO W925-SEVERIDAD
           CALL CT-V19C025 USING V1WC925
      *
           .
       5000-EMITIR-ALERTA-EXIT.
           EXIT.
      ******************************************************************
      * 9999-ABEND-DB2                                                 *
      ******************************************************************
       9999-ABEND-DB2.
      *
           INITIALIZE                         QGECABC
           MOVE CT-SI                      TO ABC-ABEND
           MOVE CT-PROGRAMA                TO ABC-PROGRAMA
           MOVE 'V1DT024'                  TO ABC-OBJETO-ERROR
           MOVE SQLCODE                    TO ABC-SQLCODE
           MOVE SQLERRM                    TO ABC-SQLERRM
      *
           EXEC CICS
                LINK PROGRAM (CT-QG1CABC)
                COMMAREA (QGECABC)
           END-EXEC
      *
           .
       9999-ABEND-DB2-EXIT.
           EXIT.

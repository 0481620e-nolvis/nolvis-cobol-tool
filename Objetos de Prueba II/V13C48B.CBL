      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C48B                                             *
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
      * ARCHIVO DE ENTRADA: PARMEFE (MES A ANALIZAR AAAAMM, EN BLANCO  *
      *  = MES ANTERIOR; MINUTOS DE ANALISTA POR CASO Y POR NOTA)      *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALEFE (EFECTIVIDAD POR DETECTOR)           *
      * ------------------                                             *
      * PROCESO GLOBAL: EFECTIVIDAD DE LOS DETECTORES PARA EL COMITE   *
      *  DE CUMPLIMIENTO.  TOMA LOS HALLAZGOS DE V1DT060 DEL MES       *
      *  (FEC_DETECCION), LOS CRUZA CON EL RESULTADO DEL CASO EN       *
      *  V1DT009 Y CON LOS ACUSES ROS DE V1DT010, Y POR CADA           *
      *  DETECTOR (COD_PROGRAMA; LOS ESCENARIOS DE V13C47B SALEN       *
      *  COMO 'ES' + CODIGO) MUESTRA:                                  *
      *   - HALLAZGOS Y CUANTOS FUERON EL UNICO DETECTOR DEL CASO      *
      *   - CASOS JUSTIFICADOS, REPORTABLES Y AUN ABIERTOS             *
      *   - OPERACIONES CON ROS ACEPTADO POR EL REGULADOR              *
      *   - CONVERSION A REPORTABLE (% SOBRE LOS CASOS CERRADOS)       *
      *   - DIAS PROMEDIO HASTA EL CIERRE                              *
      *   - HORAS DE ANALISTA ABSORBIDAS: NO HAY REGISTRO DE TIEMPO,   *
      *     SE ESTIMAN COMO LOS MINUTOS FIJOS POR CASO MAS LOS         *
      *     MINUTOS POR CADA NOTA DE ANALISTA (V1DT029) DEL CASO       *
      *  UN CASO CON VARIOS DETECTORES CUENTA COMPLETO PARA CADA UNO;  *
      *  LA COLUMNA DE EXCLUSIVOS MUESTRA LO QUE NINGUN OTRO DETECTOR  *
      *  HABRIA ENCONTRADO                                             *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C48B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMEFE
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALEFE
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
           05  PAR-MES                     PIC X(06).
           05  PAR-MIN-CASO                PIC X(03).
           05  PAR-MIN-NOTA                PIC X(03).
           05  FILLER                      PIC X(68).
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
           05  WS-MES                      PIC X(06)   VALUE SPACES.
           05  WS-MES-R REDEFINES WS-MES.
               10  WS-MES-ANO              PIC 9(04).
               10  WS-MES-MES              PIC 9(02).
           05  WS-DESDE                    PIC X(08)   VALUE SPACES.
           05  WS-HASTA                    PIC X(08)   VALUE SPACES.
           05  WS-MIN-CASO                 PIC 9(03)   VALUE ZEROES.
           05  WS-MIN-NOTA                 PIC 9(03)   VALUE ZEROES.
           05  WS-DETECTOR                 PIC X(08)   VALUE SPACES.
           05  WS-DETECTOR-LEIDO           PIC X(08)   VALUE SPACES.
           05  WS-CANT-NOTAS               PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-ROS                 PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-DETECTORES          PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-FEC-ABRE                 PIC X(08)   VALUE SPACES.
           05  WS-FEC-ABRE-NUM REDEFINES WS-FEC-ABRE
                                           PIC 9(08).
           05  WS-FEC-CIERRE               PIC X(08)   VALUE SPACES.
           05  WS-FEC-CIERRE-NUM REDEFINES WS-FEC-CIERRE
                                           PIC 9(08).
           05  WS-DIAS                     PIC S9(07)  COMP-3
                                                       VALUE ZEROES.
           05  WS-PORCENTAJE               PIC S9(03)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-PROMEDIO                 PIC S9(05)V9(01) COMP-3
                                                       VALUE ZEROES.
           05  WS-HORAS                    PIC S9(07)V9(01) COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
      *        ACUMULADORES DEL DETECTOR EN CURSO Y DEL TOTAL          *
      ******************************************************************
       01  AC-DETECTOR.
           05  AC-HALLAZGOS                PIC S9(09)  COMP-3.
           05  AC-EXCLUSIVOS               PIC S9(09)  COMP-3.
           05  AC-JUSTIFICADOS             PIC S9(09)  COMP-3.
           05  AC-REPORTABLES              PIC S9(09)  COMP-3.
           05  AC-ABIERTOS                 PIC S9(09)  COMP-3.
           05  AC-ROS-ACEPTADOS            PIC S9(09)  COMP-3.
           05  AC-CERRADOS-FECHA           PIC S9(09)  COMP-3.
           05  AC-DIAS-CIERRE              PIC S9(11)  COMP-3.
           05  AC-MINUTOS                  PIC S9(11)  COMP-3.
      *
       01  AC-TOTAL.
           05  AT-HALLAZGOS                PIC S9(09)  COMP-3.
           05  AT-EXCLUSIVOS               PIC S9(09)  COMP-3.
           05  AT-JUSTIFICADOS             PIC S9(09)  COMP-3.
           05  AT-REPORTABLES              PIC S9(09)  COMP-3.
           05  AT-ABIERTOS                 PIC S9(09)  COMP-3.
           05  AT-ROS-ACEPTADOS            PIC S9(09)  COMP-3.
           05  AT-CERRADOS-FECHA           PIC S9(09)  COMP-3.
           05  AT-DIAS-CIERRE              PIC S9(11)  COMP-3.
           05  AT-MINUTOS                  PIC S9(11)  COMP-3.
      ******************************************************************
      *                      LINEAS DEL REPORTE                        *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(44)   VALUE
               'EFECTIVIDAD DE LOS DETECTORES - MES         '.
           05  LN-TIT-MES                  PIC X(06).
           05  FILLER                      PIC X(25)   VALUE
               '   MINUTOS POR CASO/NOTA '.
           05  LN-TIT-MIN-CASO             PIC ZZ9.
           05  FILLER                      PIC X(01)   VALUE '/'.
           05  LN-TIT-MIN-NOTA             PIC ZZ9.
           05  FILLER                      PIC X(50)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(08)   VALUE 'DETECTOR'.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'HALLAZG'.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'EXCLUS.'.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'JUSTIF.'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'REPORT.'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'ABIERT.'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'ROS-ACP'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(06)   VALUE 'CONV.%'.
           05  FILLER                      PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(08)   VALUE 'DIAS-CIE'.
           05  FILLER                      PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'HORAS-ANAL.'.
           05  FILLER                      PIC X(30)   VALUE SPACES.
      *
       01  LN-DETALLE.
           05  LN-DET-DETECTOR             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-HALLAZGOS            PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-DET-EXCLUSIVOS           PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-DET-JUSTIFICADOS         PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-REPORTABLES          PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-ABIERTOS             PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-ROS                  PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-CONVERSION           PIC ZZ9,99.
           05  FILLER                      PIC X(06)   VALUE SPACES.
           05  LN-DET-DIAS                 PIC ZZ.ZZ9,9.
           05  FILLER                      PIC X(06)   VALUE SPACES.
           05  LN-DET-HORAS                PIC Z.ZZZ.ZZ9,9.
           05  FILLER                      PIC X(30)   VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C48B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-MIN-CASO-DEF             PIC 9(03)   VALUE 60.
           05  CT-MIN-NOTA-DEF             PIC 9(03)   VALUE 15.
           05  CT-TOTAL                    PIC X(08)   VALUE 'TOTAL'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LEIDOS                   PIC 9(07)   VALUE ZEROES.
           05  CN-DETECTORES               PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT009
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT060
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    HALLAZGOS DEL MES CON EL RESULTADO DE SU CASO, LAS NOTAS
      *    DE ANALISTA, LOS ACUSES ROS ACEPTADOS Y CUANTOS DETECTORES
      *    APORTARON AL MISMO CASO
      *
           EXEC SQL
               DECLARE V13C48B-V1DC4811
               CURSOR FOR
               SELECT D.COD_PROGRAMA,
                      C.EST_CASO,
                      C.FEC_ABRE,
                      C.FEC_CIERRE,
                      (SELECT COUNT(*)
                       FROM V1DT029 N
                       WHERE N.NUM_REF = D.NUM_REF),
                      (SELECT COUNT(*)
                       FROM V1DT010 R
                       WHERE R.NUM_REF   = D.NUM_REF
                         AND R.EST_ACUSE = 'A'),
                      (SELECT COUNT(*)
                       FROM V1DT060 X
                       WHERE X.NUM_REF = D.NUM_REF)
               FROM V1DT060 D,
                    V1DT009 C
               WHERE D.FEC_DETECCION >= :WS-DESDE
                 AND D.FEC_DETECCION <= :WS-HASTA
                 AND C.NUM_REF        = D.NUM_REF
               ORDER BY D.COD_PROGRAMA
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
                   DISPLAY 'V13C48B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
      *    SIN MES SE ANALIZA EL MES ANTERIOR AL DE LA CORRIDA
      *
           IF  PAR-MES EQUAL SPACES
               MOVE WS-FEC-HOY(1:6)        TO WS-MES
               IF  WS-MES-MES EQUAL 1
                   SUBTRACT 1            FROM WS-MES-ANO
                   MOVE 12                 TO WS-MES-MES
               ELSE
                   SUBTRACT 1            FROM WS-MES-MES
               END-IF
           ELSE
               MOVE PAR-MES                TO WS-MES
           END-IF
      *
           IF  PAR-MIN-CASO NUMERIC
               MOVE PAR-MIN-CASO           TO WS-MIN-CASO
           ELSE
               MOVE CT-MIN-CASO-DEF        TO WS-MIN-CASO
           END-IF
      *
           IF  PAR-MIN-NOTA NUMERIC
               MOVE PAR-MIN-NOTA           TO WS-MIN-NOTA
           ELSE
               MOVE CT-MIN-NOTA-DEF        TO WS-MIN-NOTA
           END-IF
      *
           STRING WS-MES     DELIMITED BY SIZE
                  '01'       DELIMITED BY SIZE
                  INTO WS-DESDE
           END-STRING
           STRING WS-MES     DELIMITED BY SIZE
                  '31'       DELIMITED BY SIZE
                  INTO WS-HASTA
           END-STRING
      *
           MOVE ZEROES                     TO CN-LEIDOS
                                              CN-DETECTORES
           INITIALIZE AC-DETECTOR
                      AC-TOTAL
      *
           MOVE WS-MES                     TO LN-TIT-MES
           MOVE WS-MIN-CASO                TO LN-TIT-MIN-CASO
           MOVE WS-MIN-NOTA                TO LN-TIT-MIN-NOTA
           WRITE REG-REPORTE             FROM LN-TITULO
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE             FROM LN-CABECERA
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
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE SPACES                     TO WS-DETECTOR
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C48B-V1DC4811
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-HALLAZGO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C48B-V1DC4811
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
      *    ULTIMO DETECTOR Y TOTAL GENERAL
      *
           IF  WS-DETECTOR NOT EQUAL SPACES
               PERFORM 3000-CORTE-DETECTOR
                  THRU 3000-CORTE-DETECTOR-EXIT
           END-IF
      *
           MOVE AC-TOTAL                   TO AC-DETECTOR
           MOVE CT-TOTAL                   TO WS-DETECTOR
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM 3100-ESCRIBIR-DETECTOR
              THRU 3100-ESCRIBIR-DETECTOR-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-HALLAZGO
      ******************************************************************
       LEER-HALLAZGO.
      *
           EXEC SQL
               FETCH V13C48B-V1DC4811
               INTO :WS-DETECTOR-LEIDO,
                    :EST-CASO,
                    :FEC-ABRE,
                    :FEC-CIERRE,
                    :WS-CANT-NOTAS,
                    :WS-CANT-ROS,
                    :WS-CANT-DETECTORES
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-ACUMULAR-HALLAZGO
                      THRU 2100-ACUMULAR-HALLAZGO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   2100-ACUMULAR-HALLAZGO                       *
      *  LOS DIAS HASTA EL CIERRE SOLO SE PROMEDIAN SOBRE LOS CASOS    *
      *  CERRADOS CON AMBAS FECHAS VALIDAS                             *
      ******************************************************************
       2100-ACUMULAR-HALLAZGO.
      *
           ADD 1                           TO CN-LEIDOS
      *
           IF  WS-DETECTOR-LEIDO NOT EQUAL WS-DETECTOR
               IF  WS-DETECTOR NOT EQUAL SPACES
                   PERFORM 3000-CORTE-DETECTOR
                      THRU 3000-CORTE-DETECTOR-EXIT
               END-IF
               MOVE WS-DETECTOR-LEIDO      TO WS-DETECTOR
           END-IF
      *
           ADD 1                           TO AC-HALLAZGOS
      *
           IF  WS-CANT-DETECTORES EQUAL 1
               ADD 1                       TO AC-EXCLUSIVOS
           END-IF
      *
           IF  WS-CANT-ROS GREATER THAN ZEROES
               ADD 1                       TO AC-ROS-ACEPTADOS
           END-IF
      *
           COMPUTE AC-MINUTOS = AC-MINUTOS + WS-MIN-CASO
                              + WS-CANT-NOTAS * WS-MIN-NOTA
      *
           EVALUATE EST-CASO
               WHEN 'J'
                   ADD 1                   TO AC-JUSTIFICADOS
               WHEN 'R'
                   ADD 1                   TO AC-REPORTABLES
               WHEN OTHER
                   ADD 1                   TO AC-ABIERTOS
                   GO TO 2100-ACUMULAR-HALLAZGO-EXIT
           END-EVALUATE
      *
           MOVE FEC-ABRE                   TO WS-FEC-ABRE
           MOVE FEC-CIERRE                 TO WS-FEC-CIERRE
      *
           IF  WS-FEC-ABRE NOT NUMERIC
           OR  WS-FEC-CIERRE NOT NUMERIC
               GO TO 2100-ACUMULAR-HALLAZGO-EXIT
           END-IF
      *
           COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-CIERRE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-FEC-ABRE-NUM)
      *
           IF  WS-DIAS LESS THAN ZEROES
               GO TO 2100-ACUMULAR-HALLAZGO-EXIT
           END-IF
      *
           ADD 1                           TO AC-CERRADOS-FECHA
           ADD WS-DIAS                     TO AC-DIAS-CIERRE
      *
           .
       2100-ACUMULAR-HALLAZGO-EXIT.
           EXIT.
      ******************************************************************
      *                    3000-CORTE-DETECTOR                         *
      ******************************************************************
       3000-CORTE-DETECTOR.
      *
           ADD 1                           TO CN-DETECTORES
      *
           PERFORM 3100-ESCRIBIR-DETECTOR
              THRU 3100-ESCRIBIR-DETECTOR-EXIT
      *
           ADD AC-HALLAZGOS                TO AT-HALLAZGOS
           ADD AC-EXCLUSIVOS               TO AT-EXCLUSIVOS
           ADD AC-JUSTIFICADOS             TO AT-JUSTIFICADOS
           ADD AC-REPORTABLES              TO AT-REPORTABLES
           ADD AC-ABIERTOS                 TO AT-ABIERTOS
           ADD AC-ROS-ACEPTADOS            TO AT-ROS-ACEPTADOS
           ADD AC-CERRADOS-FECHA           TO AT-CERRADOS-FECHA
           ADD AC-DIAS-CIERRE              TO AT-DIAS-CIERRE
           ADD AC-MINUTOS                  TO AT-MINUTOS
      *
           INITIALIZE AC-DETECTOR
      *
           .
       3000-CORTE-DETECTOR-EXIT.
           EXIT.
      ******************************************************************
      *                   3100-ESCRIBIR-DETECTOR                       *
      *  LA CONVERSION ES REPORTABLES SOBRE CASOS CERRADOS: LO AUN     *
      *  ABIERTO NO CUENTA NI A FAVOR NI EN CONTRA                     *
      ******************************************************************
       3100-ESCRIBIR-DETECTOR.
      *
           MOVE ZEROES                     TO WS-PORCENTAJE
                                              WS-PROMEDIO
      *
           IF  AC-JUSTIFICADOS + AC-REPORTABLES GREATER THAN ZEROES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       AC-REPORTABLES * 100
                     / (AC-JUSTIFICADOS + AC-REPORTABLES)
           END-IF
      *
           IF  AC-CERRADOS-FECHA GREATER THAN ZEROES
               COMPUTE WS-PROMEDIO ROUNDED =
                       AC-DIAS-CIERRE / AC-CERRADOS-FECHA
           END-IF
      *
           COMPUTE WS-HORAS ROUNDED = AC-MINUTOS / 60
      *
           MOVE WS-DETECTOR                TO LN-DET-DETECTOR
           MOVE AC-HALLAZGOS               TO LN-DET-HALLAZGOS
           MOVE AC-EXCLUSIVOS              TO LN-DET-EXCLUSIVOS
           MOVE AC-JUSTIFICADOS            TO LN-DET-JUSTIFICADOS
           MOVE AC-REPORTABLES             TO LN-DET-REPORTABLES
           MOVE AC-ABIERTOS                TO LN-DET-ABIERTOS
           MOVE AC-ROS-ACEPTADOS           TO LN-DET-ROS
           MOVE WS-PORCENTAJE              TO LN-DET-CONVERSION
           MOVE WS-PROMEDIO                TO LN-DET-DIAS
           MOVE WS-HORAS                   TO LN-DET-HORAS
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           .
       3100-ESCRIBIR-DETECTOR-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C48B - MES ANALIZADO:          '
                   WS-MES
           DISPLAY 'V13C48B - HALLAZGOS LEIDOS:       '
                   CN-LEIDOS
           DISPLAY 'V13C48B - DETECTORES REPORTADOS:  '
                   CN-DETECTORES
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDOS                  TO W924-CANT-LEIDOS
           MOVE CN-DETECTORES              TO W924-CANT-GRABADOS
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
           DISPLAY 'V13C48B - ERROR DB2 SQLCODE: ' SQLCODE
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

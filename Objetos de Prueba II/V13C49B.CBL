      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C49B                                             *
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
      * ARCHIVO DE ENTRADA: PARMMQA (VENTANA DE CIERRE DESDE/HASTA,    *
      *  PORCENTAJE DE MUESTRA Y MINIMOS POR ANALISTA Y POR DETECTOR)  *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALMQA (CASOS SORTEADOS)                    *
      * ------------------                                             *
      * PROCESO GLOBAL: SORTEO PERIODICO DE CASOS CERRADOS             *
      *  JUSTIFICADOS PARA EL CONTROL DE CALIDAD DE SEGUNDO NIVEL.     *
      *  LOS REPORTABLES NO ENTRAN: YA LOS REVISA EL OFICIAL DE        *
      *  CUMPLIMIENTO AL ARMAR EL ROS.                                 *
      *  LA MUESTRA SE PONDERA EN DOS PASADAS:                         *
      *   1. POR ANALISTA: A CADA ANALISTA QUE CERRO CASOS EN LA       *
      *      VENTANA LE TOCA EL PORCENTAJE DE SUS CIERRES (REDONDEADO  *
      *      HACIA ARRIBA) CON UN MINIMO, SORTEADOS AL AZAR            *
      *   2. POR DETECTOR: CADA DETECTOR (V1DT060) CUYOS CASOS SE      *
      *      CERRARON EN LA VENTANA DEBE TENER EN LA MUESTRA SU        *
      *      PORCENTAJE CON UN MINIMO; LO QUE FALTE SE COMPLETA AL     *
      *      AZAR CON CASOS DE ESE DETECTOR                            *
      *  CADA CASO SORTEADO QUEDA PENDIENTE EN V1DT118 PARA EL         *
      *  REVISOR (V13C49M); UN CASO JAMAS SE SORTEA DOS VECES.         *
      *  SIN FECHAS, LA VENTANA VA DESDE EL DIA SIGUIENTE A LA ULTIMA  *
      *  CORRIDA TERMINADA HASTA HOY                                   *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C49B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMMQA
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALMQA
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
           05  PAR-FECHA-DESDE             PIC X(08).
           05  PAR-FECHA-HASTA             PIC X(08).
           05  PAR-PORCENTAJE              PIC X(03).
           05  PAR-MIN-ANALISTA            PIC X(02).
           05  PAR-MIN-DETECTOR            PIC X(02).
           05  FILLER                      PIC X(57).
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
           05  WS-FEC-ULT-CORRIDA          PIC X(08)   VALUE SPACES.
           05  WS-FEC-ULT-NUM REDEFINES WS-FEC-ULT-CORRIDA
                                           PIC 9(08).
           05  WS-DESDE                    PIC X(08)   VALUE SPACES.
           05  WS-DESDE-NUM REDEFINES WS-DESDE
                                           PIC 9(08).
           05  WS-HASTA                    PIC X(08)   VALUE SPACES.
           05  WS-INT-FECHA                PIC 9(07)   VALUE ZEROES.
           05  WS-PORCENTAJE               PIC 9(03)   VALUE ZEROES.
           05  WS-MIN-ANALISTA             PIC 9(02)   VALUE ZEROES.
           05  WS-MIN-DETECTOR             PIC 9(02)   VALUE ZEROES.
           05  WS-ANALISTA                 PIC X(08)   VALUE SPACES.
           05  WS-DETECTOR                 PIC X(08)   VALUE SPACES.
           05  WS-CANTIDAD                 PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-YA-EN-MUESTRA            PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-CUOTA                    PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-TOMADOS                  PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-I                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *        ESTRATOS DE LA VENTANA (POBLACION POR ANALISTA Y POR    *
      *        DETECTOR), CARGADOS ANTES DE SORTEAR                    *
      ******************************************************************
       01  TB-ESTRATOS.
           05  TB-CANT-ANALISTAS           PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  TB-ANALISTA                 OCCURS 200 TIMES.
               10  TB-COD-ANALISTA         PIC X(08).
               10  TB-POBLACION-ANA        PIC S9(09)  COMP-3.
           05  TB-CANT-DETECTORES          PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  TB-DETECTOR                 OCCURS 200 TIMES.
               10  TB-COD-DETECTOR         PIC X(08).
               10  TB-POBLACION-DET        PIC S9(09)  COMP-3.
      ******************************************************************
      *                      LINEAS DEL REPORTE                        *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(38)   VALUE
               'MUESTRA DE CONTROL DE CALIDAD - DESDE '.
           05  LN-TIT-DESDE                PIC X(08).
           05  FILLER                      PIC X(07)   VALUE ' HASTA '.
           05  LN-TIT-HASTA                PIC X(08).
           05  FILLER                      PIC X(71)   VALUE SPACES.
      *
       01  LN-ESTRATO.
           05  FILLER                      PIC X(08)   VALUE 'ESTRATO '.
           05  LN-EST-TIPO                 PIC X(09).
           05  LN-EST-CLAVE                PIC X(08).
           05  FILLER                      PIC X(12)
                                           VALUE ' POBLACION: '.
           05  LN-EST-POBLACION            PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(08)   VALUE ' CUOTA: '.
           05  LN-EST-CUOTA                PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(11)
                                           VALUE ' SORTEADOS '.
           05  LN-EST-TOMADOS              PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(55)   VALUE SPACES.
      *
       01  LN-MUESTRA.
           05  FILLER                      PIC X(06)   VALUE SPACES.
           05  LN-MUE-NUM-REF              PIC 9(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-MUE-ANALISTA             PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-MUE-DETECTOR             PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-MUE-FEC-CIERRE           PIC X(08).
           05  FILLER                      PIC X(86)   VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C49B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-EST-TERMINADA            PIC X(01)   VALUE 'T'.
           05  CT-PORCENTAJE-DEF           PIC 9(03)   VALUE 5.
           05  CT-MIN-ANALISTA-DEF         PIC 9(02)   VALUE 1.
           05  CT-MIN-DETECTOR-DEF         PIC 9(02)   VALUE 1.
           05  CT-DIAS-PRIMERA             PIC 9(03)   VALUE 30.
           05  CT-ESTRATO-ANALISTA         PIC X(01)   VALUE 'A'.
           05  CT-ESTRATO-DETECTOR         PIC X(01)   VALUE 'D'.
           05  CT-QA-PENDIENTE             PIC X(01)   VALUE 'P'.
           05  CT-MAX-ESTRATOS             PIC S9(04)  COMP
                                                       VALUE 200.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-POBLACION                PIC 9(07)   VALUE ZEROES.
           05  CN-SORTEADOS                PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT118
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    POBLACION POR ANALISTA: CIERRES JUSTIFICADOS DE LA VENTANA
      *    TODAVIA NO SORTEADOS
      *
           EXEC SQL
               DECLARE V13C49B-V1DC4911
               CURSOR FOR
               SELECT C.COD_ANALISTA,
                      COUNT(*)
               FROM V1DT009 C
               WHERE C.EST_CASO    = 'J'
                 AND C.FEC_CIERRE >= :WS-DESDE
                 AND C.FEC_CIERRE <= :WS-HASTA
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT118 Q
                      WHERE Q.NUM_REF = C.NUM_REF)
               GROUP BY C.COD_ANALISTA
               ORDER BY C.COD_ANALISTA
           END-EXEC
      *
      *    CASOS DEL ANALISTA EN ORDEN ALEATORIO
      *
           EXEC SQL
               DECLARE V13C49B-V1DC4912
               CURSOR FOR
               SELECT C.NUM_REF,
                      C.FEC_CIERRE,
                      VALUE((SELECT MIN(D.COD_PROGRAMA)
                             FROM V1DT060 D
                             WHERE D.NUM_REF = C.NUM_REF), ' ')
               FROM V1DT009 C
               WHERE C.EST_CASO     = 'J'
                 AND C.COD_ANALISTA = :WS-ANALISTA
                 AND C.FEC_CIERRE  >= :WS-DESDE
                 AND C.FEC_CIERRE  <= :WS-HASTA
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT118 Q
                      WHERE Q.NUM_REF = C.NUM_REF)
               ORDER BY RAND()
           END-EXEC
      *
      *    POBLACION POR DETECTOR: CIERRES JUSTIFICADOS DE LA VENTANA,
      *    SORTEADOS O NO
      *
           EXEC SQL
               DECLARE V13C49B-V1DC4913
               CURSOR FOR
               SELECT D.COD_PROGRAMA,
                      COUNT(DISTINCT C.NUM_REF)
               FROM V1DT009 C,
                    V1DT060 D
               WHERE C.EST_CASO    = 'J'
                 AND C.FEC_CIERRE >= :WS-DESDE
                 AND C.FEC_CIERRE <= :WS-HASTA
                 AND D.NUM_REF     = C.NUM_REF
               GROUP BY D.COD_PROGRAMA
               ORDER BY D.COD_PROGRAMA
           END-EXEC
      *
      *    CASOS DEL DETECTOR AUN NO SORTEADOS, EN ORDEN ALEATORIO
      *
           EXEC SQL
               DECLARE V13C49B-V1DC4914
               CURSOR FOR
               SELECT C.NUM_REF,
                      C.COD_ANALISTA,
                      C.FEC_CIERRE
               FROM V1DT009 C
               WHERE C.EST_CASO    = 'J'
                 AND C.FEC_CIERRE >= :WS-DESDE
                 AND C.FEC_CIERRE <= :WS-HASTA
                 AND EXISTS
                     (SELECT 1
                      FROM V1DT060 D
                      WHERE D.NUM_REF      = C.NUM_REF
                        AND D.COD_PROGRAMA = :WS-DETECTOR)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT118 Q
                      WHERE Q.NUM_REF = C.NUM_REF)
               ORDER BY RAND()
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
           PERFORM 2000-ESTRATO-ANALISTA
              THRU 2000-ESTRATO-ANALISTA-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER THAN TB-CANT-ANALISTAS
      *
           PERFORM 1600-CARGAR-DETECTORES
              THRU 1600-CARGAR-DETECTORES-EXIT
      *
           PERFORM 3000-ESTRATO-DETECTOR
              THRU 3000-ESTRATO-DETECTOR-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER THAN TB-CANT-DETECTORES
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
                   DISPLAY 'V13C49B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           IF  PAR-PORCENTAJE NUMERIC
           AND PAR-PORCENTAJE GREATER THAN ZEROES
               MOVE PAR-PORCENTAJE         TO WS-PORCENTAJE
           ELSE
               MOVE CT-PORCENTAJE-DEF      TO WS-PORCENTAJE
           END-IF
      *
           IF  PAR-MIN-ANALISTA NUMERIC
               MOVE PAR-MIN-ANALISTA       TO WS-MIN-ANALISTA
           ELSE
               MOVE CT-MIN-ANALISTA-DEF    TO WS-MIN-ANALISTA
           END-IF
      *
           IF  PAR-MIN-DETECTOR NUMERIC
               MOVE PAR-MIN-DETECTOR       TO WS-MIN-DETECTOR
           ELSE
               MOVE CT-MIN-DETECTOR-DEF    TO WS-MIN-DETECTOR
           END-IF
      *
           MOVE ZEROES                     TO CN-POBLACION
                                              CN-SORTEADOS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           PERFORM 1100-FIJAR-VENTANA
              THRU 1100-FIJAR-VENTANA-EXIT
      *
           MOVE WS-DESDE                   TO LN-TIT-DESDE
           MOVE WS-HASTA                   TO LN-TIT-HASTA
           WRITE REG-REPORTE             FROM LN-TITULO
      *
           PERFORM 1500-CARGAR-ANALISTAS
              THRU 1500-CARGAR-ANALISTAS-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                     1100-FIJAR-VENTANA                         *
      *  SIN FECHAS EN EL PARAMETRO LA VENTANA EMPALMA CON LA ULTIMA   *
      *  CORRIDA TERMINADA; LA PRIMERA CORRIDA TOMA LOS ULTIMOS 30     *
      *  DIAS                                                          *
      ******************************************************************
       1100-FIJAR-VENTANA.
      *
           IF  PAR-FECHA-HASTA EQUAL SPACES
               MOVE WS-FEC-HOY             TO WS-HASTA
           ELSE
               MOVE PAR-FECHA-HASTA        TO WS-HASTA
           END-IF
      *
           IF  PAR-FECHA-DESDE NOT EQUAL SPACES
               MOVE PAR-FECHA-DESDE        TO WS-DESDE
               GO TO 1100-FIJAR-VENTANA-EXIT
           END-IF
      *
           MOVE '00000000'                 TO WS-FEC-ULT-CORRIDA
      *
           EXEC SQL
               SELECT VALUE(MAX(FEC_PROCESO), '00000000')
               INTO  :WS-FEC-ULT-CORRIDA
               FROM V1DT024
               WHERE COD_PROGRAMA = :CT-PROGRAMA
                 AND EST_CORRIDA  = :CT-EST-TERMINADA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           AND SQLCODE NOT EQUAL +100
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-FEC-ULT-CORRIDA EQUAL '00000000'
               MOVE WS-FEC-HOY             TO WS-DESDE
               COMPUTE WS-INT-FECHA =
                       FUNCTION INTEGER-OF-DATE(WS-DESDE-NUM)
                     - CT-DIAS-PRIMERA
           ELSE
               COMPUTE WS-INT-FECHA =
                       FUNCTION INTEGER-OF-DATE(WS-FEC-ULT-NUM) + 1
           END-IF
      *
           COMPUTE WS-DESDE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-FECHA)
      *
           .
       1100-FIJAR-VENTANA-EXIT.
           EXIT.
      ******************************************************************
      *                  1500-CARGAR-ANALISTAS                         *
      ******************************************************************
       1500-CARGAR-ANALISTAS.
      *
           MOVE ZEROES                     TO TB-CANT-ANALISTAS
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C49B-V1DC4911
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-POBLACION-ANALISTA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C49B-V1DC4911
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       1500-CARGAR-ANALISTAS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-POBLACION-ANALISTA
      ******************************************************************
       LEER-POBLACION-ANALISTA.
      *
           EXEC SQL
               FETCH V13C49B-V1DC4911
               INTO :WS-ANALISTA,
                    :WS-CANTIDAD
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD WS-CANTIDAD         TO CN-POBLACION
                   IF  TB-CANT-ANALISTAS LESS THAN CT-MAX-ESTRATOS
                       ADD 1               TO TB-CANT-ANALISTAS
                       MOVE WS-ANALISTA
                         TO TB-COD-ANALISTA(TB-CANT-ANALISTAS)
                       MOVE WS-CANTIDAD
                         TO TB-POBLACION-ANA(TB-CANT-ANALISTAS)
                   ELSE
                       DISPLAY 'V13C49B - ANALISTA NO CARGADO (TABLA '
                               'LLENA): ' WS-ANALISTA
                   END-IF

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  1600-CARGAR-DETECTORES                        *
      ******************************************************************
       1600-CARGAR-DETECTORES.
      *
           MOVE ZEROES                     TO TB-CANT-DETECTORES
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C49B-V1DC4913
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-POBLACION-DETECTOR
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C49B-V1DC4913
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       1600-CARGAR-DETECTORES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-POBLACION-DETECTOR
      ******************************************************************
       LEER-POBLACION-DETECTOR.
      *
           EXEC SQL
               FETCH V13C49B-V1DC4913
               INTO :WS-DETECTOR,
                    :WS-CANTIDAD
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  TB-CANT-DETECTORES LESS THAN CT-MAX-ESTRATOS
                       ADD 1               TO TB-CANT-DETECTORES
                       MOVE WS-DETECTOR
                         TO TB-COD-DETECTOR(TB-CANT-DETECTORES)
                       MOVE WS-CANTIDAD
                         TO TB-POBLACION-DET(TB-CANT-DETECTORES)
                   ELSE
                       DISPLAY 'V13C49B - DETECTOR NO CARGADO (TABLA '
                               'LLENA): ' WS-DETECTOR
                   END-IF

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   2000-ESTRATO-ANALISTA                        *
      *  CUOTA = PORCENTAJE DE LOS CIERRES DEL ANALISTA REDONDEADO     *
      *  HACIA ARRIBA, NUNCA MENOS DEL MINIMO NI MAS QUE LA POBLACION  *
      ******************************************************************
       2000-ESTRATO-ANALISTA.
      *
           MOVE TB-COD-ANALISTA(WS-I)      TO WS-ANALISTA
      *
           COMPUTE WS-CUOTA =
                   (TB-POBLACION-ANA(WS-I) * WS-PORCENTAJE + 99) / 100
      *
           IF  WS-CUOTA LESS THAN WS-MIN-ANALISTA
               MOVE WS-MIN-ANALISTA        TO WS-CUOTA
           END-IF
      *
           IF  WS-CUOTA GREATER THAN TB-POBLACION-ANA(WS-I)
               MOVE TB-POBLACION-ANA(WS-I) TO WS-CUOTA
           END-IF
      *
           MOVE ZEROES                     TO WS-TOMADOS
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C49B-V1DC4912
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM 2100-SORTEAR-ANALISTA
              THRU 2100-SORTEAR-ANALISTA-EXIT
             UNTIL FIN-CURSOR
                OR WS-TOMADOS NOT LESS THAN WS-CUOTA
      *
           EXEC SQL
               CLOSE V13C49B-V1DC4912
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'ANALISTA'                 TO LN-EST-TIPO
           MOVE WS-ANALISTA                TO LN-EST-CLAVE
           MOVE TB-POBLACION-ANA(WS-I)     TO LN-EST-POBLACION
           MOVE WS-CUOTA                   TO LN-EST-CUOTA
           MOVE WS-TOMADOS                 TO LN-EST-TOMADOS
           WRITE REG-REPORTE             FROM LN-ESTRATO
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-ESTRATO-ANALISTA-EXIT.
           EXIT.
      ******************************************************************
      *                   2100-SORTEAR-ANALISTA                        *
      ******************************************************************
       2100-SORTEAR-ANALISTA.
      *
           EXEC SQL
               FETCH V13C49B-V1DC4912
               INTO :NUM-REF-QA,
                    :FEC-CIERRE,
                    :COD-PROGRAMA-QA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE WS-ANALISTA        TO COD-ANALISTA-QA
                   MOVE CT-ESTRATO-ANALISTA
                                           TO IND-ESTRATO
                   PERFORM 5000-GRABAR-MUESTRA
                      THRU 5000-GRABAR-MUESTRA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2100-SORTEAR-ANALISTA-EXIT.
           EXIT.
      ******************************************************************
      *                   3000-ESTRATO-DETECTOR                        *
      *  LO YA SORTEADO DE LA VENTANA (EN ESTA CORRIDA O EN UNA        *
      *  ANTERIOR) CUENTA PARA LA CUOTA DEL DETECTOR; SOLO SE SORTEA   *
      *  LO QUE FALTE                                                  *
      ******************************************************************
       3000-ESTRATO-DETECTOR.
      *
           MOVE TB-COD-DETECTOR(WS-I)      TO WS-DETECTOR
      *
           COMPUTE WS-CUOTA =
                   (TB-POBLACION-DET(WS-I) * WS-PORCENTAJE + 99) / 100
      *
           IF  WS-CUOTA LESS THAN WS-MIN-DETECTOR
               MOVE WS-MIN-DETECTOR        TO WS-CUOTA
           END-IF
      *
           IF  WS-CUOTA GREATER THAN TB-POBLACION-DET(WS-I)
               MOVE TB-POBLACION-DET(WS-I) TO WS-CUOTA
           END-IF
      *
           MOVE ZEROES                     TO WS-YA-EN-MUESTRA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-YA-EN-MUESTRA
               FROM V1DT009 C
               WHERE C.EST_CASO    = 'J'
                 AND C.FEC_CIERRE >= :WS-DESDE
                 AND C.FEC_CIERRE <= :WS-HASTA
                 AND EXISTS
                     (SELECT 1
                      FROM V1DT060 D
                      WHERE D.NUM_REF      = C.NUM_REF
                        AND D.COD_PROGRAMA = :WS-DETECTOR)
                 AND EXISTS
                     (SELECT 1
                      FROM V1DT118 Q
                      WHERE Q.NUM_REF = C.NUM_REF)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE WS-YA-EN-MUESTRA           TO WS-TOMADOS
      *
           IF  WS-TOMADOS LESS THAN WS-CUOTA
               SET NO-FIN-CURSOR           TO TRUE
      *
               EXEC SQL
                   OPEN V13C49B-V1DC4914
               END-EXEC
      *
               IF  SQLCODE NOT EQUAL ZEROES
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
               END-IF
      *
               PERFORM 3100-SORTEAR-DETECTOR
                  THRU 3100-SORTEAR-DETECTOR-EXIT
                 UNTIL FIN-CURSOR
                    OR WS-TOMADOS NOT LESS THAN WS-CUOTA
      *
               EXEC SQL
                   CLOSE V13C49B-V1DC4914
               END-EXEC
      *
               IF  SQLCODE NOT EQUAL ZEROES
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
               END-IF
           END-IF
      *
           MOVE 'DETECTOR'                 TO LN-EST-TIPO
           MOVE WS-DETECTOR                TO LN-EST-CLAVE
           MOVE TB-POBLACION-DET(WS-I)     TO LN-EST-POBLACION
           MOVE WS-CUOTA                   TO LN-EST-CUOTA
           COMPUTE LN-EST-TOMADOS = WS-TOMADOS - WS-YA-EN-MUESTRA
           WRITE REG-REPORTE             FROM LN-ESTRATO
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       3000-ESTRATO-DETECTOR-EXIT.
           EXIT.
      ******************************************************************
      *                   3100-SORTEAR-DETECTOR                        *
      ******************************************************************
       3100-SORTEAR-DETECTOR.
      *
           EXEC SQL
               FETCH V13C49B-V1DC4914
               INTO :NUM-REF-QA,
                    :COD-ANALISTA-QA,
                    :FEC-CIERRE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE WS-DETECTOR        TO COD-PROGRAMA-QA
                   MOVE CT-ESTRATO-DETECTOR
                                           TO IND-ESTRATO
                   PERFORM 5000-GRABAR-MUESTRA
                      THRU 5000-GRABAR-MUESTRA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       3100-SORTEAR-DETECTOR-EXIT.
           EXIT.
      ******************************************************************
      *                    5000-GRABAR-MUESTRA                         *
      *  EL CASO QUEDA PENDIENTE DE REVISION DE SEGUNDO NIVEL          *
      ******************************************************************
       5000-GRABAR-MUESTRA.
      *
           MOVE WS-FEC-HOY                 TO FEC-MUESTRA
           MOVE CT-QA-PENDIENTE            TO EST-QA
           MOVE ZEROES                     TO NUM-PUNTAJE
           MOVE SPACES                     TO TXT-HALLAZGO-QA
                                              COD-REVISOR
                                              FEC-REVISION
      *
           EXEC SQL
               INSERT INTO V1DT118
                   (NUM_REF,
                    FEC_MUESTRA,
                    COD_ANALISTA,
                    COD_PROGRAMA,
                    IND_ESTRATO,
                    EST_QA,
                    NUM_PUNTAJE,
                    TXT_HALLAZGO,
                    COD_REVISOR,
                    FEC_REVISION)
               VALUES
                   (:NUM-REF-QA,
                    :FEC-MUESTRA,
                    :COD-ANALISTA-QA,
                    :COD-PROGRAMA-QA,
                    :IND-ESTRATO,
                    :EST-QA,
                    :NUM-PUNTAJE,
                    :TXT-HALLAZGO-QA,
                    :COD-REVISOR,
                    :FEC-REVISION)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO WS-TOMADOS
           ADD 1                           TO CN-SORTEADOS
      *
           MOVE NUM-REF-QA                 TO LN-MUE-NUM-REF
           MOVE COD-ANALISTA-QA            TO LN-MUE-ANALISTA
           MOVE COD-PROGRAMA-QA            TO LN-MUE-DETECTOR
           MOVE FEC-CIERRE                 TO LN-MUE-FEC-CIERRE
           WRITE REG-REPORTE             FROM LN-MUESTRA
      *
           .
       5000-GRABAR-MUESTRA-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C49B - VENTANA DE CIERRE:      '
                   WS-DESDE ' - ' WS-HASTA
           DISPLAY 'V13C49B - CIERRES SIN SORTEAR:    '
                   CN-POBLACION
           DISPLAY 'V13C49B - CASOS SORTEADOS:        '
                   CN-SORTEADOS
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-POBLACION               TO W924-CANT-LEIDOS
           MOVE CN-SORTEADOS               TO W924-CANT-GRABADOS
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
           DISPLAY 'V13C49B - ERROR DB2 SQLCODE: ' SQLCODE
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

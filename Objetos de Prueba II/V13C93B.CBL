      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C93B                                             *
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
      * ARCHIVO DE ENTRADA: ENTLIQ (LIQUIDACION DIARIA QUE ENVIA UNA   *
      *  EMPRESA DE REMESAS: CABECERA CON EMPRESA Y FECHA, Y UN        *
      *  REGISTRO POR DIVISA CON CANTIDAD E IMPORTE DE LAS ORDENES     *
      *  QUE LA EMPRESA DA POR PAGADAS ESE DIA)                        *
      * ARCHIVO DE SALIDA:  SALLIQ (REPORTE DE CONCILIACION)           *
      * ------------------                                             *
      * PROCESO GLOBAL: CONCILIA LA LIQUIDACION DE LA EMPRESA CONTRA   *
      *  LAS ORDENES PAGADAS EN TAQUILLA ESA FECHA (V1DT179), DIVISA   *
      *  POR DIVISA, EN CANTIDAD E IMPORTE.  CADA DIVISA SALE COMO     *
      *  CUADRADA, CON DIFERENCIA, SOLO EN EL BANCO O SOLO EN LA       *
      *  EMPRESA.  ADEMAS LISTA LAS ORDENES DE LA EMPRESA QUE SIGUEN   *
      *  DISPONIBLES O RETENIDAS PASADOS LOS DIAS DE VIGENCIA          *
      *  PACTADOS (V1DT178), QUE LA EMPRESA DEBE ANULAR O RECLAMAR.    *
      *  CUALQUIER DIFERENCIA U ORDEN VENCIDA TERMINA CON RC 04        *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C93B.
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
           SELECT ARCH-LIQUIDACION     ASSIGN TO ENTLIQ
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALLIQ
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
       FD  ARCH-LIQUIDACION
           RECORDING MODE IS F.
      *
       01  REG-LIQUIDACION.
           05  LIQ-COD-DIV                 PIC X(03).
           05  LIQ-CANT                    PIC X(07).
           05  LIQ-CANT-R REDEFINES LIQ-CANT
                                           PIC 9(07).
           05  LIQ-IMP                     PIC X(15).
           05  LIQ-IMP-R REDEFINES LIQ-IMP
                                           PIC 9(13)V9(02).
           05  FILLER                      PIC X(55).
      *
       01  REG-CABECERA-LIQ.
           05  LIQ-HDR-MARCA               PIC X(03).
           05  LIQ-HDR-EMPRESA             PIC X(04).
           05  LIQ-HDR-FEC-LIQ             PIC X(08).
           05  LIQ-HDR-FEC-LIQ-R REDEFINES LIQ-HDR-FEC-LIQ
                                           PIC 9(08).
           05  FILLER                      PIC X(65).
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
           05  WS-FEC-LIQ                  PIC X(08)   VALUE SPACES.
           05  WS-FEC-LIQ-N                PIC 9(08)   VALUE ZEROES.
           05  WS-FEC-LIMITE               PIC X(08)   VALUE SPACES.
           05  WS-FEC-LIMITE-N REDEFINES WS-FEC-LIMITE
                                           PIC 9(08).
           05  WS-INT-FECHA                PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-BANCO               PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-IMP-BANCO                PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-I                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-POS                      PIC S9(04)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *        LIQUIDACION DE LA EMPRESA, UNA FILA POR DIVISA          *
      ******************************************************************
       01  TB-LIQUIDACION.
           05  TB-CANT-DIVISAS             PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  TB-DIVISA                   OCCURS 50 TIMES.
               10  TB-COD-DIV              PIC X(03).
               10  TB-CANT                 PIC S9(09)  COMP.
               10  TB-IMP                  PIC S9(15)V9(02) COMP-3.
               10  TB-CONCILIADA           PIC X(01).
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C93B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-HDR-MARCA                PIC X(03)   VALUE 'LIQ'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-NO                       PIC X(01)   VALUE 'N'.
           05  CT-EST-DISPONIBLE           PIC X(01)   VALUE 'D'.
           05  CT-EST-RETENIDA             PIC X(01)   VALUE 'R'.
           05  CT-EST-PAGADA               PIC X(01)   VALUE 'P'.
           05  CT-TIPO-CUADRA              PIC X(12)
               VALUE 'CUADRA'.
           05  CT-TIPO-DIFERENCIA          PIC X(12)
               VALUE 'DIFERENCIA'.
           05  CT-TIPO-SOLO-BANCO          PIC X(12)
               VALUE 'SOLO BANCO'.
           05  CT-TIPO-SOLO-EMPRESA        PIC X(12)
               VALUE 'SOLO EMPRESA'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LEIDOS                   PIC 9(07)   VALUE ZEROES.
           05  CN-CUADRADAS                PIC 9(07)   VALUE ZEROES.
           05  CN-DIFERENCIAS              PIC 9(07)   VALUE ZEROES.
           05  CN-VENCIDAS                 PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(30)
               VALUE 'CONCILIACION REMESAS EMPRESA '.
           05  LN-TIT-EMPRESA              PIC X(04).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-TIT-NOMBRE               PIC X(40).
           05  FILLER                      PIC X(07)   VALUE ' FECHA '.
           05  LN-TIT-FECHA                PIC X(08).
           05  FILLER                      PIC X(42)   VALUE SPACES.
      *
       01  LN-DIVISA.
           05  LN-DIV-TIPO                 PIC X(12).
           05  FILLER                      PIC X(08)   VALUE ' DIVISA '.
           05  LN-DIV-COD                  PIC X(03).
           05  FILLER                      PIC X(07)   VALUE ' BANCO '.
           05  LN-DIV-CANT-BANCO           PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-DIV-IMP-BANCO            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(09)
               VALUE ' EMPRESA '.
           05  LN-DIV-CANT-EMPRESA         PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-DIV-IMP-EMPRESA          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(33)   VALUE SPACES.
      *
       01  LN-VENCIDA.
           05  FILLER                      PIC X(12)
               VALUE 'VENCIDA'.
           05  FILLER                      PIC X(07)   VALUE ' ORDEN '.
           05  LN-VEN-NUM-ORDEN            PIC X(15).
           05  FILLER                      PIC X(07)   VALUE ' CARGA '.
           05  LN-VEN-FEC-CARGA            PIC X(08).
           05  FILLER                      PIC X(08)   VALUE ' ESTADO '.
           05  LN-VEN-ESTADO               PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-VEN-MOTIVO               PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-VEN-COD-DIV              PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-VEN-IMP                  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(45)   VALUE SPACES.
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
               INCLUDE V1GT178
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT179
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    ORDENES PAGADAS EN LA FECHA DE LA LIQUIDACION, POR DIVISA
      *
           EXEC SQL
               DECLARE V13C93B-V1DC1791
               CURSOR FOR
               SELECT COD_DIV,
                      COUNT(*),
                      SUM(IMP_REMESA)
               FROM V1DT179
               WHERE COD_EMPRESA = :COD-EMPRESA-REM
                 AND EST_ORDEN   = :CT-EST-PAGADA
                 AND FEC_PAGO    = :WS-FEC-LIQ
               GROUP BY COD_DIV
               ORDER BY COD_DIV
           END-EXEC
      *
      *    ORDENES SIN PAGAR CARGADAS ANTES DEL LIMITE DE VIGENCIA
      *
           EXEC SQL
               DECLARE V13C93B-V1DC1792
               CURSOR FOR
               SELECT NUM_ORDEN,
                      FEC_CARGA,
                      EST_ORDEN,
                      COD_MOTIVO,
                      COD_DIV,
                      IMP_REMESA
               FROM V1DT179
               WHERE COD_EMPRESA = :COD-EMPRESA-REM
                 AND EST_ORDEN  IN (:CT-EST-DISPONIBLE,
                                    :CT-EST-RETENIDA)
                 AND FEC_CARGA   < :WS-FEC-LIMITE
               ORDER BY FEC_CARGA,
                        NUM_ORDEN
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
           PERFORM 2000-CONCILIAR
              THRU 2000-CONCILIAR-EXIT
      *
           PERFORM 3000-ORDENES-VENCIDAS
              THRU 3000-ORDENES-VENCIDAS-EXIT
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
           OPEN INPUT  ARCH-LIQUIDACION
           OPEN OUTPUT ARCH-REPORTE
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           MOVE ZEROES                     TO CN-LEIDOS
                                              CN-CUADRADAS
                                              CN-DIFERENCIAS
                                              CN-VENCIDAS
                                              TB-CANT-DIVISAS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           PERFORM 1200-VALIDAR-CABECERA
              THRU 1200-VALIDAR-CABECERA-EXIT
      *
           SET NO-FIN-ARCHIVO              TO TRUE
      *
           PERFORM 1300-CARGAR-LIQUIDACION
              THRU 1300-CARGAR-LIQUIDACION-EXIT
             UNTIL FIN-ARCHIVO
      *
      *    LIMITE DE VIGENCIA: FECHA DE LIQUIDACION MENOS LOS DIAS
      *    PACTADOS CON LA EMPRESA
           COMPUTE WS-INT-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-LIQ-N)
                 - DIAS-VIGENCIA-ORDEN
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-FECHA)
                                           TO WS-FEC-LIMITE-N
      *
           MOVE COD-EMPRESA-REM            TO LN-TIT-EMPRESA
           MOVE NOM-EMPRESA-REM            TO LN-TIT-NOMBRE
           MOVE WS-FEC-LIQ                 TO LN-TIT-FECHA
           WRITE REG-REPORTE             FROM LN-TITULO
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                  1200-VALIDAR-CABECERA                         *
      *  EL PRIMER REGISTRO IDENTIFICA A LA EMPRESA Y LA FECHA QUE SE  *
      *  LIQUIDA; SE CONCILIA AUNQUE LA EMPRESA YA ESTE INACTIVA       *
      ******************************************************************
       1200-VALIDAR-CABECERA.
      *
           READ ARCH-LIQUIDACION
               AT END
                   DISPLAY 'V13C93B - ARCHIVO DE LIQUIDACION VACIO'
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           IF  LIQ-HDR-MARCA NOT EQUAL CT-HDR-MARCA
            OR LIQ-HDR-FEC-LIQ NOT NUMERIC
               DISPLAY 'V13C93B - ARCHIVO SIN CABECERA DE CONTROL'
               MOVE 8                      TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE LIQ-HDR-EMPRESA            TO COD-EMPRESA-REM
           MOVE LIQ-HDR-FEC-LIQ            TO WS-FEC-LIQ
           MOVE LIQ-HDR-FEC-LIQ-R          TO WS-FEC-LIQ-N
      *
           EXEC SQL
               SELECT NOM_EMPRESA,
                      DIAS_VIGENCIA
               INTO  :NOM-EMPRESA-REM,
                     :DIAS-VIGENCIA-ORDEN
               FROM V1DT178
               WHERE COD_EMPRESA = :COD-EMPRESA-REM
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   DISPLAY 'V13C93B - EMPRESA DE REMESAS NO EXISTE: '
                           LIQ-HDR-EMPRESA
                   MOVE 8                  TO RETURN-CODE
                   STOP RUN

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       1200-VALIDAR-CABECERA-EXIT.
           EXIT.
      ******************************************************************
      *                 1300-CARGAR-LIQUIDACION                        *
      *  CADA DIVISA DE LA LIQUIDACION SE GUARDA PARA CRUZARLA CON LO  *
      *  PAGADO EN TAQUILLA                                            *
      ******************************************************************
       1300-CARGAR-LIQUIDACION.
      *
           READ ARCH-LIQUIDACION
               AT END
                   SET FIN-ARCHIVO         TO TRUE
                   GO TO 1300-CARGAR-LIQUIDACION-EXIT
           END-READ
      *
           ADD 1                           TO CN-LEIDOS
      *
           IF  LIQ-CANT NOT NUMERIC
            OR LIQ-IMP NOT NUMERIC
               DISPLAY 'V13C93B - REGISTRO DE LIQUIDACION INVALIDO: '
                       REG-LIQUIDACION
               MOVE 8                      TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  TB-CANT-DIVISAS NOT LESS 50
               DISPLAY 'V13C93B - DEMASIADAS DIVISAS EN LA '
                       'LIQUIDACION'
               MOVE 8                      TO RETURN-CODE
               STOP RUN
           END-IF
      *
           ADD 1                           TO TB-CANT-DIVISAS
           MOVE LIQ-COD-DIV          TO TB-COD-DIV(TB-CANT-DIVISAS)
           MOVE LIQ-CANT-R           TO TB-CANT(TB-CANT-DIVISAS)
           MOVE LIQ-IMP-R            TO TB-IMP(TB-CANT-DIVISAS)
           MOVE CT-NO                TO TB-CONCILIADA(TB-CANT-DIVISAS)
      *
           .
       1300-CARGAR-LIQUIDACION-EXIT.
           EXIT.
      ******************************************************************
      *                      2000-CONCILIAR                            *
      *  CADA DIVISA PAGADA EN EL BANCO SE BUSCA EN LA LIQUIDACION;    *
      *  AL FINAL, LO QUE LA EMPRESA LIQUIDO Y EL BANCO NO PAGO        *
      ******************************************************************
       2000-CONCILIAR.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C93B-V1DC1791
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM 2100-LEER-PAGADAS
              THRU 2100-LEER-PAGADAS-EXIT
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C93B-V1DC1791
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM 2300-SOLO-EMPRESA
              THRU 2300-SOLO-EMPRESA-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER TB-CANT-DIVISAS
      *
           .
       2000-CONCILIAR-EXIT.
           EXIT.
      ******************************************************************
      *                     2100-LEER-PAGADAS                          *
      ******************************************************************
       2100-LEER-PAGADAS.
      *
           EXEC SQL
               FETCH V13C93B-V1DC1791
               INTO :COD-DIV-REM,
                    :WS-CANT-BANCO,
                    :WS-IMP-BANCO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2200-COMPARAR-DIVISA
                      THRU 2200-COMPARAR-DIVISA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2100-LEER-PAGADAS-EXIT.
           EXIT.
      ******************************************************************
      *                   2200-COMPARAR-DIVISA                         *
      ******************************************************************
       2200-COMPARAR-DIVISA.
      *
           MOVE ZEROES                     TO WS-POS
      *
           PERFORM 2250-BUSCAR-DIVISA
              THRU 2250-BUSCAR-DIVISA-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER TB-CANT-DIVISAS
                OR WS-POS NOT EQUAL ZEROES
      *
           MOVE COD-DIV-REM                TO LN-DIV-COD
           MOVE WS-CANT-BANCO              TO LN-DIV-CANT-BANCO
           MOVE WS-IMP-BANCO               TO LN-DIV-IMP-BANCO
      *
           IF  WS-POS EQUAL ZEROES
               MOVE CT-TIPO-SOLO-BANCO     TO LN-DIV-TIPO
               MOVE ZEROES                 TO LN-DIV-CANT-EMPRESA
                                              LN-DIV-IMP-EMPRESA
               ADD 1                       TO CN-DIFERENCIAS
               WRITE REG-REPORTE         FROM LN-DIVISA
               GO TO 2200-COMPARAR-DIVISA-EXIT
           END-IF
      *
           MOVE CT-SI                      TO TB-CONCILIADA(WS-POS)
           MOVE TB-CANT(WS-POS)            TO LN-DIV-CANT-EMPRESA
           MOVE TB-IMP(WS-POS)             TO LN-DIV-IMP-EMPRESA
      *
           IF  TB-CANT(WS-POS) EQUAL WS-CANT-BANCO
           AND TB-IMP(WS-POS) EQUAL WS-IMP-BANCO
               MOVE CT-TIPO-CUADRA         TO LN-DIV-TIPO
               ADD 1                       TO CN-CUADRADAS
           ELSE
               MOVE CT-TIPO-DIFERENCIA     TO LN-DIV-TIPO
               ADD 1                       TO CN-DIFERENCIAS
           END-IF
      *
           WRITE REG-REPORTE             FROM LN-DIVISA
      *
           .
       2200-COMPARAR-DIVISA-EXIT.
           EXIT.
      ******************************************************************
      *                    2250-BUSCAR-DIVISA                          *
      ******************************************************************
       2250-BUSCAR-DIVISA.
      *
           IF  TB-COD-DIV(WS-I) EQUAL COD-DIV-REM
               MOVE WS-I                   TO WS-POS
           END-IF
      *
           .
       2250-BUSCAR-DIVISA-EXIT.
           EXIT.
      ******************************************************************
      *                    2300-SOLO-EMPRESA                           *
      ******************************************************************
       2300-SOLO-EMPRESA.
      *
           IF  TB-CONCILIADA(WS-I) EQUAL CT-SI
               GO TO 2300-SOLO-EMPRESA-EXIT
           END-IF
      *
           MOVE CT-TIPO-SOLO-EMPRESA       TO LN-DIV-TIPO
           MOVE TB-COD-DIV(WS-I)           TO LN-DIV-COD
           MOVE ZEROES                     TO LN-DIV-CANT-BANCO
                                              LN-DIV-IMP-BANCO
           MOVE TB-CANT(WS-I)              TO LN-DIV-CANT-EMPRESA
           MOVE TB-IMP(WS-I)               TO LN-DIV-IMP-EMPRESA
           ADD 1                           TO CN-DIFERENCIAS
           WRITE REG-REPORTE             FROM LN-DIVISA
      *
           .
       2300-SOLO-EMPRESA-EXIT.
           EXIT.
      ******************************************************************
      *                  3000-ORDENES-VENCIDAS                         *
      ******************************************************************
       3000-ORDENES-VENCIDAS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C93B-V1DC1792
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM 3100-LEER-VENCIDA
              THRU 3100-LEER-VENCIDA-EXIT
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C93B-V1DC1792
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3000-ORDENES-VENCIDAS-EXIT.
           EXIT.
      ******************************************************************
      *                     3100-LEER-VENCIDA                          *
      ******************************************************************
       3100-LEER-VENCIDA.
      *
           EXEC SQL
               FETCH V13C93B-V1DC1792
               INTO :NUM-ORDEN-REM,
                    :FEC-CARGA-REM,
                    :EST-ORDEN-REM,
                    :COD-MOTIVO-REM,
                    :COD-DIV-REM,
                    :IMP-REMESA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-VENCIDAS
                   MOVE NUM-ORDEN-REM      TO LN-VEN-NUM-ORDEN
                   MOVE FEC-CARGA-REM      TO LN-VEN-FEC-CARGA
                   MOVE EST-ORDEN-REM      TO LN-VEN-ESTADO
                   MOVE COD-MOTIVO-REM     TO LN-VEN-MOTIVO
                   MOVE COD-DIV-REM        TO LN-VEN-COD-DIV
                   MOVE IMP-REMESA         TO LN-VEN-IMP
                   WRITE REG-REPORTE     FROM LN-VENCIDA

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       3100-LEER-VENCIDA-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-LIQUIDACION
                 ARCH-REPORTE
      *
           DISPLAY 'V13C93B - EMPRESA DE REMESAS:     '
                   COD-EMPRESA-REM ' ' NOM-EMPRESA-REM
           DISPLAY 'V13C93B - FECHA LIQUIDADA:        '
                   WS-FEC-LIQ
           DISPLAY 'V13C93B - DIVISAS LIQUIDADAS:     '
                   CN-LEIDOS
           DISPLAY 'V13C93B - DIVISAS CUADRADAS:      '
                   CN-CUADRADAS
           DISPLAY 'V13C93B - DIVISAS CON DIFERENCIA: '
                   CN-DIFERENCIAS
           DISPLAY 'V13C93B - ORDENES VENCIDAS:       '
                   CN-VENCIDAS
      *
           IF  CN-DIFERENCIAS GREATER ZEROES
            OR CN-VENCIDAS    GREATER ZEROES
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDOS                  TO W924-CANT-LEIDOS
           MOVE ZEROES                     TO W924-CANT-GRABADOS
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
           DISPLAY 'V13C93B - ERROR DB2 SQLCODE: ' SQLCODE
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
